      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: As-of-date inquiry into an employee's master record --
      *          answers "what were this person's salary, grade,
      *          department and status on 15 March last year?" from
      *          data instead of a morning in CAMBIOS_MAESTRO.LOG:
      *          starts from today's EMPLEADOS.DAT record and undoes,
      *          newest first, every change line dated after the
      *          requested day (LC-NUEVO must be what the record holds,
      *          LC-VIEJO goes back in). A line whose LC-NUEVO does not
      *          match is a gap -- something changed the field without
      *          leaving a line -- and the record is cross-checked
      *          against the EMPLEADOS.BAK image of the last pay run
      *          and the HISTORIAL pay line of the requested period,
      *          which fill the field where they can and are named as
      *          the source when they do. FICHA_A_FECHA.TXT gives the
      *          record as of the date next to today's, the
      *          observations, and the timeline of every logged change
      *          with date, origin program and operator. Fields the
      *          change log never carries (bank account, pay basis,
      *          frequency, leave balances) are not reconstructed.
      *          Return code 4 when a gap was found or the pay line
      *          disagrees with the rebuilt record, 8 when the
      *          employee or the date is not valid. The backup image
      *          is the 192-byte master record (34-character IBAN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHAFEC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT OPTIONAL CAMBIOS-FILE
               ASSIGN TO "CAMBIOS_MAESTRO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMBIOS-STATUS.
           SELECT OPTIONAL RESPALDO-FILE ASSIGN TO "EMPLEADOS.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPALDO-STATUS.
           SELECT OPTIONAL HIST-PAGOS-FILE
               ASSIGN TO "HISTORIAL_PAGOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-PAGOS-STATUS.
           SELECT OPTIONAL ARCHIVO-FILE
               ASSIGN TO "HISTORIAL_ARCHIVO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVO-STATUS.
           SELECT OPTIONAL HISTIDX-FILE
               ASSIGN TO "HISTORIAL_INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-CLAVE
               ALTERNATE RECORD KEY IS HX-PERIODO-K
                   WITH DUPLICATES
               FILE STATUS IS HISTIDX-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "FICHA_A_FECHA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  CAMBIOS-FILE.
       01  CAMBIOS-RECORD PIC X(160).

       FD  RESPALDO-FILE.
      * Header line first (run date), then one raw EMPREC image per
      * line, exactly as the pay run's RESPALDAR-MAESTRO wrote them.
       01  RESPALDO-RECORD PIC X(194).

       FD  HIST-PAGOS-FILE.
       01  HIST-PAGOS-RECORD PIC X(120).

       FD  ARCHIVO-FILE.
       01  ARCHIVO-RECORD PIC X(120).

       FD  HISTIDX-FILE.
           COPY HISTIDX.

       FD  REPORTE-FILE.
       01  REPORTE-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY CAMBLOG.
           COPY HISTLOG.
       01 EMPLOYEE-STATUS PIC X(2).
       01 CAMBIOS-STATUS PIC X(2).
       01 RESPALDO-STATUS PIC X(2).
       01 HIST-PAGOS-STATUS PIC X(2).
       01 ARCHIVO-STATUS PIC X(2).
       01 HISTIDX-STATUS PIC X(2).
       01 REPORTE-STATUS PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 EMPLEADO-ID PIC 9(5).
       01 FECHA-PEDIDA PIC 9(8).
       01 FECHA-PEDIDA-R REDEFINES FECHA-PEDIDA.
           05 FP-PERIODO PIC 9(6).
           05 FP-DIA     PIC 9(2).
       01 FECHA-SISTEMA PIC 9(8).
      * The employee's change lines in log order (the log is only ever
      * appended to, so that is date order).
       01 TOTAL-CAMBIOS PIC 9(4) VALUE 0.
       01 TABLA-CAMBIOS.
           05 CAMBIO-EMPLEADO OCCURS 500 TIMES.
              10 TC-CAMPO    PIC X(10).
              10 TC-VIEJO    PIC X(56).
              10 TC-NUEVO    PIC X(56).
              10 TC-FECHA    PIC 9(8).
              10 TC-ORIGEN   PIC X(8).
              10 TC-OPERADOR PIC X(8).
              10 TC-MARCA    PIC X(9).
       01 SUB-CAMBIO PIC 9(4).
       01 CAMBIOS-DESHECHOS PIC 9(4) VALUE 0.
       01 HUECOS PIC 9(4) VALUE 0.
      * Pay line and rebuilt record disagreeing where the log shows no
      * gap -- explainable (a change within the month, a prorated
      * pay) but shown, and the inquiry ends with a warning.
       01 DISCREPANCIAS PIC 9(4) VALUE 0.
      * The fields the change log carries, in the order the record is
      * printed, with where the as-of value finally came from.
       01 NOMBRES-CAMPOS.
           05 FILLER PIC X(10) VALUE "NOMBRE    ".
           05 FILLER PIC X(10) VALUE "SUELDO    ".
           05 FILLER PIC X(10) VALUE "GRADO     ".
           05 FILLER PIC X(10) VALUE "DEPTO     ".
           05 FILLER PIC X(10) VALUE "ESTADO    ".
           05 FILLER PIC X(10) VALUE "FECHA-ALTA".
           05 FILLER PIC X(10) VALUE "FECHA-BAJA".
           05 FILLER PIC X(10) VALUE "EMPRESA   ".
           05 FILLER PIC X(10) VALUE "PUESTO    ".
           05 FILLER PIC X(10) VALUE "JEFE      ".
           05 FILLER PIC X(10) VALUE "SUPLENTE  ".
           05 FILLER PIC X(10) VALUE "MONEDA    ".
       01 TABLA-NOMBRES REDEFINES NOMBRES-CAMPOS.
           05 TN-CAMPO OCCURS 12 TIMES PIC X(10).
       01 TOTAL-CAMPOS PIC 9(2) VALUE 12.
       01 TABLA-CAMPOS.
           05 CAMPO-FICHA OCCURS 12 TIMES.
              10 TF-FUENTE PIC X(16).
              10 TF-HUECO  PIC X(3).
       01 SUB-CAMPO PIC 9(2).
       01 CAMPO-HALLADO PIC 9(2).
      * The record images the inquiry works between: today's, the
      * one being rebuilt, the EMPLEADOS.BAK image and today's walked
      * back to the backup date. The field work itself is done in
      * EMPLOYEE-RECORD, moved in and out of these.
       01 FICHA-HOY PIC X(192).
       01 FICHA-FECHA PIC X(192).
       01 FICHA-RESPALDO PIC X(192).
       01 FICHA-A-RESPALDO PIC X(192).
       01 CAMPO-EN-CURSO PIC X(10).
       01 VALOR-CAMPO PIC X(56).
       01 VALOR-LOG PIC X(56).
       01 VALOR-RESPALDO PIC X(56).
      * The numeric reading of the 7-character salary figure the
      * change log stores in its text columns.
       01 CAMPO-SUELDO.
           05 CS-NUM PIC 9(5)V9(2).
       01 SUELDO-EDITADO PIC ZZZZ9.99.
       01 VALOR-MOSTRADO PIC X(40).
       01 CABECERA-RESPALDO.
           05 CB-TEXTO PIC X(26).
           05 CB-FECHA PIC 9(8).
       01 FECHA-RESPALDO PIC 9(8) VALUE 0.
       01 RESPALDO-HALLADO PIC X(3) VALUE "NO ".
           88 HAY-RESPALDO VALUE "SI ".
      * The pay line of the requested period, if the run paid one.
       01 PAGO-HALLADO PIC X(3) VALUE "NO ".
           88 HAY-PAGO VALUE "SI ".
       01 MIRROR-USADO PIC X(3) VALUE "NO ".
           88 SE-USO-MIRROR VALUE "SI ".
       01 PAGO-PROGRAMA PIC X(12).
       01 PAGO-SALARIO PIC 9(9)V9(2).
       01 PAGO-DEPTO PIC X(4).
       01 PAGO-EMPRESA PIC X(2).
       01 PAGO-EDITADO PIC Z(8)9.99.
      * Observations, printed between the record and the timeline.
       01 TOTAL-OBSERVACIONES PIC 9(2) VALUE 0.
       01 TABLA-OBSERVACIONES.
           05 OBSERVACION OCCURS 40 TIMES PIC X(110).
       01 SUB-OBSERVACION PIC 9(2).
       01 TEXTO-OBSERVACION PIC X(110).
       01 LINEA-FICHA.
           05 LF-CAMPO   PIC X(10).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 LF-FECHA   PIC X(40).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 LF-HOY     PIC X(40).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 LF-FUENTE  PIC X(16).
       01 LINEA-CRONOLOGIA.
           05 LC-R-FECHA    PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LC-R-CAMPO    PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LC-R-VIEJO    PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LC-R-NUEVO    PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LC-R-ORIGEN   PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LC-R-OPERADOR PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LC-R-MARCA    PIC X(9).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           DISPLAY "FECHA A RECONSTRUIR (AAAAMMDD, 0 = HOY)".
           MOVE 0 TO FECHA-PEDIDA.
           ACCEPT FECHA-PEDIDA.
           IF FECHA-PEDIDA = 0
              MOVE FECHA-SISTEMA TO FECHA-PEDIDA
           END-IF.
           IF FECHA-PEDIDA (5:2) < "01"
              OR FECHA-PEDIDA (5:2) > "12"
              OR FECHA-PEDIDA (7:2) < "01"
              OR FECHA-PEDIDA (7:2) > "31"
              DISPLAY "FECHA INVALIDA [" FECHA-PEDIDA "]"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEER-MAESTRO.
           PERFORM CARGAR-CAMBIOS.
           PERFORM VARYING SUB-CAMPO FROM 1 BY 1
                   UNTIL SUB-CAMPO > TOTAL-CAMPOS
              MOVE "SIN CAMBIOS" TO TF-FUENTE (SUB-CAMPO)
              MOVE "NO " TO TF-HUECO (SUB-CAMPO)
           END-PERFORM.
           PERFORM RETROCEDER-CAMBIOS.
           PERFORM CONTRASTAR-RESPALDO.
           PERFORM CONTRASTAR-PAGO.
           PERFORM REVISAR-ALTA.
           PERFORM ESCRIBIR-REPORTE.
           DISPLAY "FICHA DEL EMPLEADO " EMPLEADO-ID " AL "
                   FECHA-PEDIDA " EN FICHA_A_FECHA.TXT: "
                   TOTAL-CAMBIOS " CAMBIOS EN EL LOG, "
                   CAMBIOS-DESHECHOS " DESHECHOS, " HUECOS " HUECOS".
           IF HUECOS > 0 OR DISCREPANCIAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LEER-MAESTRO.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "NO SE PUEDE LEER EMPLEADOS.DAT, ESTADO "
                      EMPLOYEE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE EMPLEADO-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL EMPLEADO " EMPLEADO-ID
                   CLOSE EMPLOYEE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE EMPLOYEE-RECORD TO FICHA-HOY.
           CLOSE EMPLOYEE-FILE.

       CARGAR-CAMBIOS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT CAMBIOS-FILE.
           IF CAMBIOS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-CAMBIO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE CAMBIOS-FILE.

       LEER-CAMBIO.
           READ CAMBIOS-FILE INTO LINEA-CAMBIO
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LC-EMP-ID = EMPLEADO-ID
                      PERFORM ANOTAR-CAMBIO
                   END-IF
           END-READ.

       ANOTAR-CAMBIO.
      * Dropping the oldest lines would rebuild a wrong record for an
      * old date without saying so -- a history this long is refused.
           IF TOTAL-CAMBIOS = 500
              DISPLAY "EL EMPLEADO " EMPLEADO-ID " TIENE MAS DE 500 "
                      "CAMBIOS EN EL LOG, NO SE RECONSTRUYE"
              CLOSE CAMBIOS-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-CAMBIOS.
           MOVE LC-CAMPO TO TC-CAMPO (TOTAL-CAMBIOS).
           MOVE LC-VIEJO TO TC-VIEJO (TOTAL-CAMBIOS).
           MOVE LC-NUEVO TO TC-NUEVO (TOTAL-CAMBIOS).
           MOVE LC-FECHA TO TC-FECHA (TOTAL-CAMBIOS).
           MOVE LC-ORIGEN TO TC-ORIGEN (TOTAL-CAMBIOS).
           MOVE LC-OPERADOR TO TC-OPERADOR (TOTAL-CAMBIOS).
           MOVE "ANTERIOR" TO TC-MARCA (TOTAL-CAMBIOS).

       RETROCEDER-CAMBIOS.
      * Newest first, every line dated after the requested day is
      * undone. The field must hold the line's LC-NUEVO before the
      * undo; when it does not, the field changed again without a
      * line and the gap is marked -- LC-VIEJO is still the best
      * evidence of the value before the change, so it goes back in.
      * A name ANONIMIZ replaced is left as it stands.
           MOVE FICHA-HOY TO EMPLOYEE-RECORD.
           PERFORM VARYING SUB-CAMBIO FROM TOTAL-CAMBIOS BY -1
                   UNTIL SUB-CAMBIO = 0
              IF TC-FECHA (SUB-CAMBIO) > FECHA-PEDIDA
                 PERFORM DESHACER-CAMBIO
              END-IF
           END-PERFORM.
           MOVE EMPLOYEE-RECORD TO FICHA-FECHA.

       DESHACER-CAMBIO.
           MOVE TC-CAMPO (SUB-CAMBIO) TO CAMPO-EN-CURSO.
           PERFORM BUSCAR-CAMPO.
           IF CAMPO-HALLADO = 0
              MOVE "NO APLICA" TO TC-MARCA (SUB-CAMBIO)
           ELSE
              PERFORM TOMAR-VALOR
              ADD 1 TO CAMBIOS-DESHECHOS
              MOVE "POSTERIOR" TO TC-MARCA (SUB-CAMBIO)
              IF TF-FUENTE (CAMPO-HALLADO) = "SIN CAMBIOS"
                 MOVE "LOG" TO TF-FUENTE (CAMPO-HALLADO)
              END-IF
              IF VALOR-CAMPO NOT = TC-NUEVO (SUB-CAMBIO)
                 AND VALOR-CAMPO NOT = "(DATOS ANONIMIZADOS)"
                 ADD 1 TO HUECOS
                 MOVE "HUECO" TO TC-MARCA (SUB-CAMBIO)
                 MOVE "SI " TO TF-HUECO (CAMPO-HALLADO)
                 MOVE "LOG CON HUECO" TO TF-FUENTE (CAMPO-HALLADO)
                 PERFORM MOSTRAR-VALOR
                 MOVE SPACES TO TEXTO-OBSERVACION
                 STRING "HUECO EN " DELIMITED BY SIZE
                        CAMPO-EN-CURSO DELIMITED BY SPACE
                        ": LA LINEA DEL " TC-FECHA (SUB-CAMBIO)
                        " LO DEJO EN " DELIMITED BY SIZE
                        TC-NUEVO (SUB-CAMBIO) (1:20) DELIMITED BY "  "
                        " PERO DESPUES VALIA " DELIMITED BY SIZE
                        VALOR-MOSTRADO (1:20) DELIMITED BY "  "
                     INTO TEXTO-OBSERVACION
                 END-STRING
                 PERFORM ANOTAR-OBSERVACION
              END-IF
              MOVE TC-VIEJO (SUB-CAMBIO) TO VALOR-CAMPO
              PERFORM PONER-VALOR
           END-IF.

       BUSCAR-CAMPO.
           MOVE 0 TO CAMPO-HALLADO.
           PERFORM VARYING SUB-CAMPO FROM 1 BY 1
                   UNTIL SUB-CAMPO > TOTAL-CAMPOS
              IF TN-CAMPO (SUB-CAMPO) = CAMPO-EN-CURSO
                 MOVE SUB-CAMPO TO CAMPO-HALLADO
              END-IF
           END-PERFORM.

       TOMAR-VALOR.
      * CAMPO-EN-CURSO of EMPLOYEE-RECORD into VALOR-CAMPO, laid out
      * the way the maintenance programs write it on the log.
           MOVE SPACES TO VALOR-CAMPO.
           EVALUATE CAMPO-EN-CURSO
               WHEN "NOMBRE    "
                   MOVE EMP-NOMBRE TO VALOR-CAMPO
               WHEN "SUELDO    "
                   MOVE EMP-SALARIO TO CS-NUM
                   MOVE CAMPO-SUELDO TO VALOR-CAMPO (1:7)
               WHEN "GRADO     "
                   MOVE EMP-GRADO TO VALOR-CAMPO (1:2)
               WHEN "DEPTO     "
                   MOVE EMP-DEPTO TO VALOR-CAMPO (1:4)
               WHEN "ESTADO    "
                   MOVE EMP-ESTADO TO VALOR-CAMPO (1:1)
               WHEN "FECHA-ALTA"
                   MOVE EMP-FECHA-ALTA TO VALOR-CAMPO (1:8)
               WHEN "FECHA-BAJA"
                   MOVE EMP-FECHA-BAJA TO VALOR-CAMPO (1:8)
               WHEN "EMPRESA   "
                   MOVE EMP-EMPRESA TO VALOR-CAMPO (1:2)
               WHEN "PUESTO    "
                   MOVE EMP-PUESTO TO VALOR-CAMPO (1:6)
               WHEN "JEFE      "
                   MOVE EMP-JEFE TO VALOR-CAMPO (1:5)
               WHEN "SUPLENTE  "
                   MOVE EMP-SUPLENTE TO VALOR-CAMPO (1:5)
               WHEN "MONEDA    "
                   MOVE EMP-MONEDA TO VALOR-CAMPO (1:3)
           END-EVALUATE.

       PONER-VALOR.
      * VALOR-CAMPO back into CAMPO-EN-CURSO of EMPLOYEE-RECORD.
           EVALUATE CAMPO-EN-CURSO
               WHEN "NOMBRE    "
                   MOVE VALOR-CAMPO TO EMP-NOMBRE
               WHEN "SUELDO    "
                   MOVE VALOR-CAMPO (1:7) TO CAMPO-SUELDO
                   MOVE CS-NUM TO EMP-SALARIO
               WHEN "GRADO     "
                   MOVE VALOR-CAMPO (1:2) TO EMP-GRADO
               WHEN "DEPTO     "
                   MOVE VALOR-CAMPO (1:4) TO EMP-DEPTO
               WHEN "ESTADO    "
                   MOVE VALOR-CAMPO (1:1) TO EMP-ESTADO
               WHEN "FECHA-ALTA"
                   MOVE VALOR-CAMPO (1:8) TO EMP-FECHA-ALTA
               WHEN "FECHA-BAJA"
                   MOVE VALOR-CAMPO (1:8) TO EMP-FECHA-BAJA
               WHEN "EMPRESA   "
                   MOVE VALOR-CAMPO (1:2) TO EMP-EMPRESA
               WHEN "PUESTO    "
                   MOVE VALOR-CAMPO (1:6) TO EMP-PUESTO
               WHEN "JEFE      "
                   MOVE VALOR-CAMPO (1:5) TO EMP-JEFE
               WHEN "SUPLENTE  "
                   MOVE VALOR-CAMPO (1:5) TO EMP-SUPLENTE
               WHEN "MONEDA    "
                   MOVE VALOR-CAMPO (1:3) TO EMP-MONEDA
           END-EVALUATE.

       MOSTRAR-VALOR.
      * VALOR-CAMPO as a person reads it -- the salary edited.
           MOVE VALOR-CAMPO (1:40) TO VALOR-MOSTRADO.
           IF CAMPO-EN-CURSO = "SUELDO    "
              AND VALOR-CAMPO (1:7) IS NUMERIC
              MOVE VALOR-CAMPO (1:7) TO CAMPO-SUELDO
              MOVE CS-NUM TO SUELDO-EDITADO
              MOVE SUELDO-EDITADO TO VALOR-MOSTRADO
           END-IF.

       CONTRASTAR-RESPALDO.
      * EMPLEADOS.BAK is the master as the last pay run found it on
      * its run date. Today's record walked back to that date must
      * give the same image; a field that does not has been changed
      * since without a line, and for it the backup image is the
      * better starting point: walked back to the requested day when
      * that is before the backup, carried forward through the logged
      * lines when it is after -- in that case the unlogged change
      * may fall either side of the day, and the field says so.
           PERFORM LEER-RESPALDO.
           IF HAY-RESPALDO
              MOVE FICHA-HOY TO EMPLOYEE-RECORD
              PERFORM VARYING SUB-CAMBIO FROM TOTAL-CAMBIOS BY -1
                      UNTIL SUB-CAMBIO = 0
                 IF TC-FECHA (SUB-CAMBIO) NOT < FECHA-RESPALDO
                    MOVE TC-CAMPO (SUB-CAMBIO) TO CAMPO-EN-CURSO
                    MOVE TC-VIEJO (SUB-CAMBIO) TO VALOR-CAMPO
                    PERFORM PONER-VALOR
                 END-IF
              END-PERFORM
              MOVE EMPLOYEE-RECORD TO FICHA-A-RESPALDO
              PERFORM COMPARAR-CAMPO-RESPALDO
                      VARYING SUB-CAMPO FROM 1 BY 1
                      UNTIL SUB-CAMPO > TOTAL-CAMPOS
           END-IF.

       LEER-RESPALDO.
           MOVE "NO " TO RESPALDO-HALLADO.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT RESPALDO-FILE.
           IF RESPALDO-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           ELSE
              READ RESPALDO-FILE
                  AT END
                      MOVE "SI " TO FIN-DE-ARCHIVO
              END-READ
           END-IF.
           IF NOT HAY-FIN-DE-ARCHIVO
              MOVE RESPALDO-RECORD TO CABECERA-RESPALDO
      * A backup without its dated header is not one of ours.
              IF CB-TEXTO NOT = "RESPALDO EMPLEADOS  FECHA "
                 OR CB-FECHA IS NOT NUMERIC
                 MOVE "SI " TO FIN-DE-ARCHIVO
                 MOVE "EMPLEADOS.BAK SIN CABECERA VALIDA, NO SE USA"
                      TO TEXTO-OBSERVACION
                 PERFORM ANOTAR-OBSERVACION
              ELSE
                 MOVE CB-FECHA TO FECHA-RESPALDO
              END-IF
           END-IF.
           PERFORM BUSCAR-EN-RESPALDO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE RESPALDO-FILE.
           IF FECHA-RESPALDO > 0 AND NOT HAY-RESPALDO
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "EL EMPLEADO NO FIGURA EN EMPLEADOS.BAK DEL "
                     FECHA-RESPALDO
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
           END-IF.

       BUSCAR-EN-RESPALDO.
           READ RESPALDO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF RESPALDO-RECORD (1:5) = EMPLEADO-ID
                      MOVE RESPALDO-RECORD (1:192) TO FICHA-RESPALDO
                      MOVE "SI " TO RESPALDO-HALLADO
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       COMPARAR-CAMPO-RESPALDO.
           MOVE TN-CAMPO (SUB-CAMPO) TO CAMPO-EN-CURSO.
           MOVE FICHA-A-RESPALDO TO EMPLOYEE-RECORD.
           PERFORM TOMAR-VALOR.
           MOVE VALOR-CAMPO TO VALOR-LOG.
           MOVE FICHA-RESPALDO TO EMPLOYEE-RECORD.
           PERFORM TOMAR-VALOR.
           MOVE VALOR-CAMPO TO VALOR-RESPALDO.
           IF VALOR-LOG NOT = VALOR-RESPALDO
              AND VALOR-LOG NOT = "(DATOS ANONIMIZADOS)"
              PERFORM COMPLETAR-CON-RESPALDO
           END-IF.

       COMPLETAR-CON-RESPALDO.
      * SUB-CAMPO changed between the backup and today without a line
      * (counted once, though the walk may already have tripped on it).
           IF TF-HUECO (SUB-CAMPO) NOT = "SI "
              ADD 1 TO HUECOS
              MOVE "SI " TO TF-HUECO (SUB-CAMPO)
           END-IF.
           MOVE VALOR-RESPALDO TO VALOR-CAMPO.
           IF FECHA-PEDIDA < FECHA-RESPALDO
              PERFORM VARYING SUB-CAMBIO FROM TOTAL-CAMBIOS BY -1
                      UNTIL SUB-CAMBIO = 0
                 IF TC-CAMPO (SUB-CAMBIO) = CAMPO-EN-CURSO
                    AND TC-FECHA (SUB-CAMBIO) > FECHA-PEDIDA
                    AND TC-FECHA (SUB-CAMBIO) < FECHA-RESPALDO
                    MOVE TC-VIEJO (SUB-CAMBIO) TO VALOR-CAMPO
                 END-IF
              END-PERFORM
              MOVE "EMPLEADOS.BAK" TO TF-FUENTE (SUB-CAMPO)
           ELSE
              PERFORM VARYING SUB-CAMBIO FROM 1 BY 1
                      UNTIL SUB-CAMBIO > TOTAL-CAMBIOS
                 IF TC-CAMPO (SUB-CAMBIO) = CAMPO-EN-CURSO
                    AND TC-FECHA (SUB-CAMBIO) NOT < FECHA-RESPALDO
                    AND TC-FECHA (SUB-CAMBIO) NOT > FECHA-PEDIDA
                    MOVE TC-NUEVO (SUB-CAMBIO) TO VALOR-CAMPO
                 END-IF
              END-PERFORM
              MOVE "BAK (INCIERTO)" TO TF-FUENTE (SUB-CAMPO)
           END-IF.
           MOVE FICHA-FECHA TO EMPLOYEE-RECORD.
           PERFORM PONER-VALOR.
           MOVE EMPLOYEE-RECORD TO FICHA-FECHA.
           PERFORM MOSTRAR-VALOR.
           MOVE SPACES TO TEXTO-OBSERVACION.
           STRING CAMPO-EN-CURSO " CAMBIO SIN LINEA EN EL LOG ENTRE EL "
                  FECHA-RESPALDO " Y HOY -- COMPLETADO CON "
                  "EMPLEADOS.BAK: " VALOR-MOSTRADO (1:30)
               DELIMITED BY SIZE INTO TEXTO-OBSERVACION
           END-STRING.
           PERFORM ANOTAR-OBSERVACION.
           IF FECHA-PEDIDA NOT < FECHA-RESPALDO
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "           EL CAMBIO SIN LINEA PUDO SER ANTERIOR "
                     "AL " FECHA-PEDIDA ": EL VALOR ES INCIERTO"
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
           END-IF.

       CONTRASTAR-PAGO.
      * The pay line of the requested period says which department
      * the run charged and what salary it paid. The department
      * fills a field with a gap; the paid salary can be prorated or
      * converted, so it only fills a salary gap for a monthly run
      * and is otherwise shown as evidence.
           PERFORM BUSCAR-PAGO-PERIODO.
           IF NOT HAY-PAGO
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "SIN LINEA DE PAGO EN EL PERIODO " FP-PERIODO
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
           ELSE
              MOVE PAGO-SALARIO TO PAGO-EDITADO
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "PAGO DEL PERIODO " FP-PERIODO ": "
                     PAGO-PROGRAMA " SALARIO " PAGO-EDITADO
                     " DEPTO " PAGO-DEPTO " EMPRESA " PAGO-EMPRESA
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
              MOVE FICHA-FECHA TO EMPLOYEE-RECORD
              MOVE "DEPTO     " TO CAMPO-EN-CURSO
              PERFORM BUSCAR-CAMPO
              MOVE CAMPO-HALLADO TO SUB-CAMPO
              IF PAGO-DEPTO NOT = SPACES
                 AND PAGO-DEPTO NOT = EMP-DEPTO
                 PERFORM CONTRASTAR-DEPTO-PAGO
              END-IF
              MOVE "SUELDO    " TO CAMPO-EN-CURSO
              PERFORM BUSCAR-CAMPO
              MOVE CAMPO-HALLADO TO SUB-CAMPO
              IF PAGO-PROGRAMA = "FACTURACION "
                 AND NOT EMP-PAGO-POR-HORA
                 AND PAGO-SALARIO < 100000
                 AND PAGO-SALARIO NOT = EMP-SALARIO
                 PERFORM CONTRASTAR-SUELDO-PAGO
              END-IF
              MOVE EMPLOYEE-RECORD TO FICHA-FECHA
           END-IF.

       CONTRASTAR-SUELDO-PAGO.
           IF TF-HUECO (SUB-CAMPO) = "SI "
              MOVE PAGO-SALARIO TO EMP-SALARIO
              MOVE "HISTORIAL PAGOS" TO TF-FUENTE (SUB-CAMPO)
              MOVE "SUELDO     TOMADO DEL PAGO DEL PERIODO (PUEDE "
                   TO TEXTO-OBSERVACION
              MOVE "ESTAR PRORRATEADO SI HUBO ALTA O BAJA EN EL MES)"
                   TO TEXTO-OBSERVACION (47:)
              PERFORM ANOTAR-OBSERVACION
           ELSE
              ADD 1 TO DISCREPANCIAS
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "SUELDO     EL PAGO DEL PERIODO SE CALCULO SOBRE "
                     PAGO-EDITADO " (PRORRATEO O CAMBIO SIN LINEA)"
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
           END-IF.

       CONTRASTAR-DEPTO-PAGO.
           IF TF-HUECO (SUB-CAMPO) = "SI "
              MOVE PAGO-DEPTO TO EMP-DEPTO
              MOVE "HISTORIAL PAGOS" TO TF-FUENTE (SUB-CAMPO)
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "DEPTO      COMPLETADO CON EL PAGO DEL PERIODO "
                     FP-PERIODO ": " PAGO-DEPTO
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
           ELSE
              ADD 1 TO DISCREPANCIAS
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "DEPTO      EL PAGO DEL PERIODO SE IMPUTO A "
                     PAGO-DEPTO " (CAMBIO DENTRO DEL MES O SIN LINEA)"
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
           END-IF.

       BUSCAR-PAGO-PERIODO.
      * The live log first, then the closed periods: the keyed mirror
      * when the installation has it, the archive otherwise. The last
      * line of the period that is not a bonus run is the one kept.
           MOVE "NO " TO PAGO-HALLADO.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-PAGO-VIVO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE HIST-PAGOS-FILE.
           IF NOT HAY-PAGO
              PERFORM LEER-PAGO-MIRROR
              IF NOT SE-USO-MIRROR
                 MOVE "NO " TO FIN-DE-ARCHIVO
                 OPEN INPUT ARCHIVO-FILE
                 IF ARCHIVO-STATUS NOT = "00"
                    MOVE "SI " TO FIN-DE-ARCHIVO
                 END-IF
                 PERFORM LEER-PAGO-ARCHIVO UNTIL HAY-FIN-DE-ARCHIVO
                 CLOSE ARCHIVO-FILE
              END-IF
           END-IF.

       LEER-PAGO-VIVO.
           READ HIST-PAGOS-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM FILTRAR-PAGO
           END-READ.

       LEER-PAGO-ARCHIVO.
           READ ARCHIVO-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM FILTRAR-PAGO
           END-READ.

       FILTRAR-PAGO.
           IF LH-EMP-ID = EMPLEADO-ID
              AND LH-PERIODO = FP-PERIODO
              AND LH-PROGRAMA NOT = "FACT-BONO   "
              MOVE "SI " TO PAGO-HALLADO
              MOVE LH-PROGRAMA TO PAGO-PROGRAMA
              MOVE LH-SALARIO TO PAGO-SALARIO
              MOVE LH-DEPTO TO PAGO-DEPTO
              MOVE LH-EMPRESA TO PAGO-EMPRESA
           END-IF.

       LEER-PAGO-MIRROR.
           MOVE "NO " TO MIRROR-USADO.
           OPEN INPUT HISTIDX-FILE.
           IF HISTIDX-STATUS = "00"
              SET SE-USO-MIRROR TO TRUE
              MOVE EMPLEADO-ID TO HX-EMP-ID
              MOVE FP-PERIODO TO HX-PERIODO
              MOVE 0 TO HX-SECUENCIA
              START HISTIDX-FILE KEY IS NOT LESS THAN HX-CLAVE
                  INVALID KEY
                      MOVE "10" TO HISTIDX-STATUS
              END-START
              PERFORM LEER-ENTRADA-MIRROR
                      UNTIL HISTIDX-STATUS NOT = "00"
           END-IF.
           CLOSE HISTIDX-FILE.

       LEER-ENTRADA-MIRROR.
           READ HISTIDX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO HISTIDX-STATUS
               NOT AT END
                   IF HISTIDX-STATUS = "00"
                      IF HX-EMP-ID NOT = EMPLEADO-ID
                         OR HX-PERIODO NOT = FP-PERIODO
                         MOVE "10" TO HISTIDX-STATUS
                      ELSE
                         MOVE HX-PROGRAMA TO LH-PROGRAMA
                         MOVE HX-SALARIO TO LH-SALARIO
                         MOVE HX-DEPTO TO LH-DEPTO
                         MOVE HX-EMPRESA TO LH-EMPRESA
                         MOVE HX-EMP-ID TO LH-EMP-ID
                         MOVE HX-PERIODO TO LH-PERIODO
                         PERFORM FILTRAR-PAGO
                      END-IF
                   END-IF
           END-READ.

       REVISAR-ALTA.
      * A day before the (rebuilt) hire date, or after a baja, is
      * worth saying out loud -- the record is still printed.
           MOVE FICHA-FECHA TO EMPLOYEE-RECORD.
           IF EMP-FECHA-ALTA > FECHA-PEDIDA
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "EL " FECHA-PEDIDA " AUN NO ERA EMPLEADO (ALTA "
                     EMP-FECHA-ALTA ")"
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
           END-IF.
           IF EMP-TERMINADO AND EMP-FECHA-BAJA > 0
              AND EMP-FECHA-BAJA < FECHA-PEDIDA
              MOVE SPACES TO TEXTO-OBSERVACION
              STRING "EL " FECHA-PEDIDA " YA ESTABA DE BAJA (BAJA "
                     EMP-FECHA-BAJA ")"
                  DELIMITED BY SIZE INTO TEXTO-OBSERVACION
              END-STRING
              PERFORM ANOTAR-OBSERVACION
           END-IF.

       ANOTAR-OBSERVACION.
           IF TOTAL-OBSERVACIONES < 40
              ADD 1 TO TOTAL-OBSERVACIONES
              MOVE TEXTO-OBSERVACION
                   TO OBSERVACION (TOTAL-OBSERVACIONES)
           END-IF.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           IF REPORTE-STATUS NOT = "00"
              DISPLAY "NO SE PUEDE CREAR FICHA_A_FECHA.TXT, ESTADO "
                      REPORTE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "FICHA DEL EMPLEADO " EMPLEADO-ID " AL "
                  FECHA-PEDIDA " (EMITIDA EL " FECHA-SISTEMA ")"
               DELIMITED BY SIZE INTO REPORTE-RECORD
           END-STRING.
           PERFORM GRABAR-LINEA.
           IF HAY-RESPALDO
              MOVE SPACES TO REPORTE-RECORD
              STRING "CONTRASTADA CON EMPLEADOS.BAK DEL "
                     FECHA-RESPALDO
                  DELIMITED BY SIZE INTO REPORTE-RECORD
              END-STRING
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM GRABAR-LINEA-BLANCO.
           MOVE "CAMPO" TO LF-CAMPO.
           MOVE "EN LA FECHA" TO LF-FECHA.
           MOVE "HOY" TO LF-HOY.
           MOVE "ORIGEN" TO LF-FUENTE.
           WRITE REPORTE-RECORD FROM LINEA-FICHA.
           PERFORM VERIFICAR-ESCRITURA-REP.
           PERFORM ESCRIBIR-CAMPO-FICHA
                   VARYING SUB-CAMPO FROM 1 BY 1
                   UNTIL SUB-CAMPO > TOTAL-CAMPOS.
           PERFORM GRABAR-LINEA-BLANCO.
           MOVE "OBSERVACIONES" TO REPORTE-RECORD.
           PERFORM GRABAR-LINEA.
           IF TOTAL-OBSERVACIONES = 0
              MOVE "  NINGUNA: EL LOG EXPLICA TODOS LOS CAMBIOS"
                   TO REPORTE-RECORD
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM VARYING SUB-OBSERVACION FROM 1 BY 1
                   UNTIL SUB-OBSERVACION > TOTAL-OBSERVACIONES
              MOVE SPACES TO REPORTE-RECORD
              MOVE OBSERVACION (SUB-OBSERVACION)
                   TO REPORTE-RECORD (3:110)
              PERFORM GRABAR-LINEA
           END-PERFORM.
           PERFORM GRABAR-LINEA-BLANCO.
           MOVE "CRONOLOGIA DE CAMBIOS" TO REPORTE-RECORD.
           PERFORM GRABAR-LINEA.
           MOVE "FECHA     CAMPO       ANTES" TO REPORTE-RECORD.
           MOVE "DESPUES" TO REPORTE-RECORD (55:7).
           MOVE "ORIGEN    OPERADOR  EN LA FECHA"
                TO REPORTE-RECORD (87:31).
           PERFORM GRABAR-LINEA.
           PERFORM ESCRIBIR-LINEA-CRONOLOGIA
                   VARYING SUB-CAMBIO FROM 1 BY 1
                   UNTIL SUB-CAMBIO > TOTAL-CAMBIOS.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "CAMBIOS EN EL LOG: " TOTAL-CAMBIOS
                  "  DESHECHOS: " CAMBIOS-DESHECHOS
                  "  HUECOS: " HUECOS
                  "  DISCREPANCIAS CON EL PAGO: " DISCREPANCIAS
               DELIMITED BY SIZE INTO REPORTE-RECORD
           END-STRING.
           PERFORM GRABAR-LINEA.
           CLOSE REPORTE-FILE.

       ESCRIBIR-CAMPO-FICHA.
      * Shown on the terminal too -- the inquiry is usually read there.
           MOVE TN-CAMPO (SUB-CAMPO) TO CAMPO-EN-CURSO.
           MOVE CAMPO-EN-CURSO TO LF-CAMPO.
           MOVE FICHA-FECHA TO EMPLOYEE-RECORD.
           PERFORM TOMAR-VALOR.
           PERFORM MOSTRAR-VALOR.
           MOVE VALOR-MOSTRADO TO LF-FECHA.
           MOVE FICHA-HOY TO EMPLOYEE-RECORD.
           PERFORM TOMAR-VALOR.
           PERFORM MOSTRAR-VALOR.
           MOVE VALOR-MOSTRADO TO LF-HOY.
           MOVE TF-FUENTE (SUB-CAMPO) TO LF-FUENTE.
           WRITE REPORTE-RECORD FROM LINEA-FICHA.
           PERFORM VERIFICAR-ESCRITURA-REP.
           DISPLAY LINEA-FICHA.

       ESCRIBIR-LINEA-CRONOLOGIA.
           MOVE TC-FECHA (SUB-CAMBIO) TO LC-R-FECHA.
           MOVE TC-CAMPO (SUB-CAMBIO) TO CAMPO-EN-CURSO.
           MOVE CAMPO-EN-CURSO TO LC-R-CAMPO.
           MOVE TC-VIEJO (SUB-CAMBIO) TO VALOR-CAMPO.
           PERFORM MOSTRAR-VALOR.
           MOVE VALOR-MOSTRADO TO LC-R-VIEJO.
           MOVE TC-NUEVO (SUB-CAMBIO) TO VALOR-CAMPO.
           PERFORM MOSTRAR-VALOR.
           MOVE VALOR-MOSTRADO TO LC-R-NUEVO.
           MOVE TC-ORIGEN (SUB-CAMBIO) TO LC-R-ORIGEN.
           MOVE TC-OPERADOR (SUB-CAMBIO) TO LC-R-OPERADOR.
           MOVE TC-MARCA (SUB-CAMBIO) TO LC-R-MARCA.
           WRITE REPORTE-RECORD FROM LINEA-CRONOLOGIA.
           PERFORM VERIFICAR-ESCRITURA-REP.

       GRABAR-LINEA-BLANCO.
           MOVE SPACES TO REPORTE-RECORD.
           PERFORM GRABAR-LINEA.

       GRABAR-LINEA.
           WRITE REPORTE-RECORD.
           PERFORM VERIFICAR-ESCRITURA-REP.

       VERIFICAR-ESCRITURA-REP.
           IF REPORTE-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN FICHA_A_FECHA.TXT, ESTADO "
                      REPORTE-STATUS ", CONSULTA ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM FICHAFEC.
