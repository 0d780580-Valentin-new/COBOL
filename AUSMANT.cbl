      *          of a month prints to CALENDARIO_AUSENCIAS.TXT -- so
      *          the run stops being the first thing that ever
      *          validates an absence, and planning stops being a
      *          wall chart. A sick (ENF) line also carries the first
      *          day of its illness episode, so the run can count the
      *          episode's days across months for the sick-pay bands.
      *          Release follows the reporting line: a pending line
      *          is offered only to a manager up the employee's
      *          chain (or the deputy of one away this month), never
      *          to the employee it belongs to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT OPTIONAL OPEREMP-FILE ASSIGN TO "OPERADORES_EMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEREMP-STATUS.

       DATA DIVISION.

           05 AU-DIAS    PIC 9(2)V9(1).
           05 AU-PERIODO PIC 9(6).
           05 AU-ESTADO  PIC X(1).
      * ENF only: first sick day (AAAAMMDD) of the episode the line
      * belongs to -- every month of one illness carries the same
      * date. Zero on other types and on lines keyed before it.
           05 AU-EPISODIO PIC 9(8).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.
           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       FD  OPEREMP-FILE.
           COPY OPEREMP.

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY JERARQWS.
       01 AUSENCIAS-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 CALENDARIO-STATUS PIC X(2).
       01 TIPO-NUEVO PIC X(3).
       01 DIAS-NUEVOS PIC 9(2)V9(1).
       01 PERIODO-NUEVO PIC 9(6).
       01 EPISODIO-NUEVO PIC 9(8) VALUE 0.
       01 EPISODIO-NUEVO-R REDEFINES EPISODIO-NUEVO.
           05 EN-PERIODO PIC 9(6).
           05 EN-DIA     PIC 9(2).
       01 PERIODO-PEDIDO PIC 9(6).
       01 FECHA-SISTEMA PIC 9(8).
       01 PERIODO-ACTUAL PIC 9(6).
              10 TAU-DIAS    PIC 9(2)V9(1).
              10 TAU-PERIODO PIC 9(6).
              10 TAU-ESTADO  PIC X(1).
              10 TAU-EPISODIO PIC 9(8).
       01 SUB-AUSENCIA PIC 9(3).
      * Set when the file held more lines than the table -- the
      * rewrite would silently delete the unloaded tail, so the
           88 TABLA-DESBORDADA VALUE "SI ".
       01 APROBADAS PIC 9(3) VALUE 0.
       01 RECHAZADAS PIC 9(3) VALUE 0.
       01 FUERA-DE-LINEA PIC 9(3) VALUE 0.
       01 LINEAS-CALENDARIO PIC 9(3) VALUE 0.
      * Calendar grouping: one department per pass over the table.
       01 TOTAL-DEPTOS PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
      * Entry takes any signed-on operator; the release below takes
      * the employee's manager -- the same two-person split the
      * adjustments screen applies.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FECHA-SISTEMA (1:6) TO PERIODO-ACTUAL.
           PERFORM FIRMAR-OPERADOR.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-JERARQUIA.
           PERFORM CARGAR-AUSENCIAS.
      * With an incomplete table the rewrite would delete every line
      * past the limit -- nothing may be keyed over a partial load.
                      MOVE AU-DIAS TO TAU-DIAS (TOTAL-AUSENCIAS)
                      MOVE AU-PERIODO TO TAU-PERIODO (TOTAL-AUSENCIAS)
                      MOVE AU-ESTADO TO TAU-ESTADO (TOTAL-AUSENCIAS)
                      IF AU-EPISODIO NUMERIC
                         MOVE AU-EPISODIO TO
                              TAU-EPISODIO (TOTAL-AUSENCIAS)
                      ELSE
                         MOVE 0 TO TAU-EPISODIO (TOTAL-AUSENCIAS)
                      END-IF
                   ELSE
                      SET TABLA-DESBORDADA TO TRUE
                      MOVE "SI " TO FIN-DE-ARCHIVO
              MOVE TAU-DIAS (SUB-AUSENCIA) TO AU-DIAS
              MOVE TAU-PERIODO (SUB-AUSENCIA) TO AU-PERIODO
              MOVE TAU-ESTADO (SUB-AUSENCIA) TO AU-ESTADO
              MOVE TAU-EPISODIO (SUB-AUSENCIA) TO AU-EPISODIO
              WRITE AUSENCIA-RECORD
              IF AUSENCIAS-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN AUSENCIAS.DAT, ESTADO "
              ACCEPT DIAS-NUEVOS
              DISPLAY "PERIODO (AAAAMM)"
              ACCEPT PERIODO-NUEVO
              MOVE 0 TO EPISODIO-NUEVO
              IF TIPO-NUEVO = "ENF"
                 DISPLAY "PRIMER DIA DE LA BAJA (AAAAMMDD) -- EL MISMO "
                         "EN CADA MES DE LA MISMA ENFERMEDAD"
                 ACCEPT EPISODIO-NUEVO
              END-IF
              PERFORM VALIDAR-ALTA-AUSENCIA
           END-IF.

              IF DIAS-NUEVOS = 0
                 DISPLAY "LOS DIAS NO PUEDEN SER CERO"
              ELSE
                 EVALUATE TIPO-NUEVO
                     WHEN "VAC"
                         PERFORM VALIDAR-SALDO-VAC
                     WHEN "ENF"
                         PERFORM VALIDAR-EPISODIO-ENF
                     WHEN OTHER
                         PERFORM GRABAR-AUSENCIA
                 END-EVALUATE
              END-IF
           END-IF.

       VALIDAR-EPISODIO-ENF.
      * The episode start dates the sick-pay bands -- it must be a
      * plausible day no later than the month being keyed.
           IF EN-DIA < 1 OR EN-DIA > 31
              OR EN-PERIODO (5:2) < "01" OR EN-PERIODO (5:2) > "12"
              OR EN-PERIODO > PERIODO-NUEVO
              DISPLAY "PRIMER DIA DE LA BAJA INVALIDO [" EPISODIO-NUEVO
                      "], DEBE SER AAAAMMDD NO POSTERIOR AL PERIODO"
           ELSE
              PERFORM GRABAR-AUSENCIA
           END-IF.

       VALIDAR-SALDO-VAC.
      * The balance check the run never did at entry time: days
      * booked but NOT yet paid count against the balance. Lines of
              MOVE DIAS-NUEVOS TO TAU-DIAS (TOTAL-AUSENCIAS)
              MOVE PERIODO-NUEVO TO TAU-PERIODO (TOTAL-AUSENCIAS)
              MOVE "P" TO TAU-ESTADO (TOTAL-AUSENCIAS)
              MOVE EPISODIO-NUEVO TO TAU-EPISODIO (TOTAL-AUSENCIAS)
              PERFORM REESCRIBIR-AUSENCIAS
              DISPLAY "AUSENCIA REGISTRADA EN ESPERA DE APROBACION"
           END-IF.

       APROBAR-PENDIENTES.
      * Releasing what another clerk keyed is the manager's half of
      * the two-person rule -- only the lines of employees in the
      * signed-on operator's reporting line are offered at all.
           MOVE 0 TO APROBADAS RECHAZADAS FUERA-DE-LINEA.
           PERFORM VARYING SUB-AUSENCIA FROM 1 BY 1
                   UNTIL SUB-AUSENCIA > TOTAL-AUSENCIAS
              IF TAU-ESTADO (SUB-AUSENCIA) = "P"
                 PERFORM AUTORIZAR-AUSENCIA
                 IF APROBACION-AUTORIZADA
                    PERFORM DECIDIR-UNA-AUSENCIA
                 ELSE
                    ADD 1 TO FUERA-DE-LINEA
                 END-IF
              END-IF
           END-PERFORM.
           IF APROBADAS > 0 OR RECHAZADAS > 0
              PERFORM REESCRIBIR-AUSENCIAS
           END-IF.
           DISPLAY "APROBADAS: " APROBADAS "  RECHAZADAS: "
                   RECHAZADAS "  NO A SU CARGO: " FUERA-DE-LINEA.
           IF FUERA-DE-LINEA > 0 AND APROBADAS = 0 AND RECHAZADAS = 0
              DISPLAY "ULTIMO MOTIVO: " MOTIVO-JERARQUIA
           END-IF.

       AUTORIZAR-AUSENCIA.
           MOVE TAU-EMP-ID (SUB-AUSENCIA) TO JERARQUIA-EMP-ID.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS = "00"
              PERFORM AUTORIZAR-APROBACION
           ELSE
              MOVE "NO " TO APROBACION-OK
              MOVE "NO HAY EMPLEADOS.DAT" TO MOTIVO-JERARQUIA
           END-IF.
           CLOSE EMPLOYEE-FILE.

       DECIDIR-UNA-AUSENCIA.
           MOVE TAU-EMP-ID (SUB-AUSENCIA) TO LA-EMP-ID EMPLEADO-ID.
           PERFORM BUSCAR-EMPLEADO.
           MOVE TAU-PERIODO (SUB-AUSENCIA) TO LA-PERIODO.
           MOVE TAU-ESTADO (SUB-AUSENCIA) TO LA-ESTADO.
           DISPLAY LINEA-AUSENCIA.
           IF MOTIVO-JERARQUIA NOT = SPACES
              DISPLAY MOTIVO-JERARQUIA
           END-IF.
           DISPLAY "APROBAR (SI ), RECHAZAR (NO ), SALTAR (ENTER)?".
           MOVE SPACES TO DECISION.
           ACCEPT DECISION.

           COPY SIGNONPR.

           COPY JERARQPR.

       END PROGRAM AUSMANT.
