      *          rejects ("R") each one. Only released entries reach
      *          the master, applied by the run of their effective
      *          period -- CAMBREP stops being an after-the-fact
      *          report of money already paid. Each entry is
      *          offered only to a manager up the employee's
      *          reporting line (or the deputy of one away this
      *          month) -- never to the employee the raise is for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT OPTIONAL OPEREMP-FILE ASSIGN TO "OPERADORES_EMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEREMP-STATUS.
           SELECT OPTIONAL AUSENCIAS-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSENCIAS-STATUS.

       DATA DIVISION.

           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       FD  OPEREMP-FILE.
           COPY OPEREMP.

       FD  AUSENCIAS-FILE.
      * Same layout AUSMANT.cbl keeps -- read only to know which
      * managers are away this month.
       01  AUSENCIA-RECORD.
           05 AU-EMP-ID   PIC 9(5).
           05 AU-TIPO     PIC X(3).
           05 AU-DIAS     PIC 9(2)V9(1).
           05 AU-PERIODO  PIC 9(6).
           05 AU-ESTADO   PIC X(1).
           05 AU-EPISODIO PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY JERARQWS.
       01 CAMPEND-STATUS PIC X(2).
       01 AUSENCIAS-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 APROBADOS PIC 9(3) VALUE 0.
       01 RECHAZADOS PIC 9(3) VALUE 0.
       01 SIN-DECIDIR PIC 9(3) VALUE 0.
       01 FUERA-DE-LINEA PIC 9(3) VALUE 0.
       01 NOMBRE-ACTUAL PIC X(40).
       01 SUELDO-ACTUAL PIC 9(5)V9(2).
       01 GRADO-ACTUAL PIC X(2).
       PROCEDURE DIVISION.
       INICIO.
      * The release IS the second person of the two-person rule --
      * it takes the employee's manager (a supervisor where no
      * operator is yet tied to an employee), or the clerk who keyed
      * the raise could release it.
           PERFORM FIRMAR-OPERADOR.
           IF NOT HAY-SIGNON
              DISPLAY "SIN FIRMA DE OPERADOR, NO SE APRUEBA NADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-JERARQUIA.
           IF NOT HAY-VINCULOS-OPERADOR AND NOT ES-SUPERVISOR
              DISPLAY "LA APROBACION DE CAMBIOS REQUIERE UN "
                      "SUPERVISOR, NO SE APRUEBA NADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF HAY-VINCULOS-OPERADOR AND APROBADOR-EMP-ID = 0
              DISPLAY "EL OPERADOR NO ESTA VINCULADO A UN EMPLEADO, "
                      "NO SE APRUEBA NADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-CAMBIOS.
      * With an incomplete table the rewrite below would delete
      * every line past the limit -- nothing may be despatched from
              PERFORM REESCRIBIR-CAMBIOS
              DISPLAY "APROBADOS: " APROBADOS "  RECHAZADOS: "
                      RECHAZADOS "  SIN DECIDIR: " SIN-DECIDIR
                      "  NO A SU CARGO: " FUERA-DE-LINEA
           END-IF.
           STOP RUN.

           END-READ.

       REVISAR-UN-CAMBIO.
      * Routed before the display -- the chain walk reads over the
      * employee record the before values come from.
           IF TC-ESTADO (SUB-CAMBIO) = "P"
              MOVE TC-EMP-ID (SUB-CAMBIO) TO JERARQUIA-EMP-ID
              PERFORM AUTORIZAR-APROBACION
              IF APROBACION-AUTORIZADA
                 PERFORM DECIDIR-UN-CAMBIO
              ELSE
                 ADD 1 TO FUERA-DE-LINEA
              END-IF
           END-IF.

       DECIDIR-UN-CAMBIO.
           PERFORM MOSTRAR-ANTES-DESPUES.
           IF MOTIVO-JERARQUIA NOT = SPACES
              DISPLAY MOTIVO-JERARQUIA
           END-IF.
           DISPLAY "APROBAR (SI ), RECHAZAR (NO ), "
                   "SALTAR (ENTER)?".
           MOVE SPACES TO DECISION.
           ACCEPT DECISION.
           EVALUATE DECISION
               WHEN "SI "
                   MOVE "A" TO TC-ESTADO (SUB-CAMBIO)
                   ADD 1 TO APROBADOS
               WHEN "NO "
                   MOVE "R" TO TC-ESTADO (SUB-CAMBIO)
                   ADD 1 TO RECHAZADOS
               WHEN OTHER
                   ADD 1 TO SIN-DECIDIR
           END-EVALUATE.

       MOSTRAR-ANTES-DESPUES.
           MOVE SPACES TO NOMBRE-ACTUAL.
           MOVE 0 TO SUELDO-ACTUAL.

           COPY SIGNONPR.

           COPY JERARQPR.

       END PROGRAM APROBCAM.
