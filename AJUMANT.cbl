      *          screen validates the employee (exists and payable),
      *          requires a reason code from MOTIVOS_AJUSTE.DAT,
      *          holds any adjustment above the configurable limit
      *          (LIMITE_AJUSTE.DAT) until a manager up the
      *          employee's reporting line (or the deputy of one away
      *          this month, never the employee) releases it,
      *          and prints the pending-adjustments report per period
      *          (PENDIENTES_AJUSTE.TXT) before the run -- the
      *          fat-fingered extra zero dies at the desk.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT OPTIONAL OPEREMP-FILE ASSIGN TO "OPERADORES_EMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEREMP-STATUS.
           SELECT OPTIONAL AUSENCIAS-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSENCIAS-STATUS.
           SELECT PENDIENTES-FILE ASSIGN TO "PENDIENTES_AJUSTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDIENTES-STATUS.
           05 MA-DESCRIPCION PIC X(30).

       FD  LIMITE-FILE.
      * One line: the amount above which an adjustment waits for the
      * manager's release. Absent file applies the built-in default.
       01  LIMITE-RECORD.
           05 LA-IMPORTE PIC 9(8)V9(2).

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

       FD  PENDIENTES-FILE.
       01  PENDIENTES-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY JERARQWS.
       01 AJUSTES-STATUS PIC X(2).
       01 AUSENCIAS-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 MOTIVOS-STATUS PIC X(2).
       01 LIMITE-STATUS PIC X(2).
       01 MOTIVO-OK PIC X(3) VALUE "NO ".
           88 MOTIVO-ES-VALIDO VALUE "SI ".
       01 IMPORTE-ABS PIC 9(8)V9(2).
      * The desk-level ceiling: anything bigger waits for the
      * manager's release.
       01 LIMITE-APROBACION PIC 9(8)V9(2) VALUE 500.00.
       01 TOTAL-AJUSTES PIC 9(3) VALUE 0.
       01 TABLA-AJUSTES.
           88 TABLA-DESBORDADA VALUE "SI ".
       01 APROBADOS PIC 9(3) VALUE 0.
       01 RECHAZADOS PIC 9(3) VALUE 0.
       01 FUERA-DE-LINEA PIC 9(3) VALUE 0.
       01 PENDIENTES-LISTADOS PIC 9(3) VALUE 0.
       01 LINEA-AJUSTE.
           05 LJ-EMP-ID  PIC 9(5).
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-JERARQUIA.
           PERFORM CARGAR-LIMITE.
           PERFORM CARGAR-AJUSTES.
      * With an incomplete table the rewrite would delete every line
       MENU-AJUSTES.
           DISPLAY "AJUSTES FIRMADOS".
           DISPLAY "1. REGISTRAR AJUSTE".
           DISPLAY "2. APROBAR PENDIENTES (LINEA JERARQUICA)".
           DISPLAY "3. REPORTE DE PENDIENTES DE UN PERIODO".
           DISPLAY "0. SALIR".
           ACCEPT OPCION.
           END-IF.

       APROBAR-PENDIENTES.
      * Only the adjustments of employees in the signed-on operator's
      * reporting line are offered -- a supervisor elsewhere in the
      * house no longer releases money for another department.
           MOVE 0 TO APROBADOS RECHAZADOS FUERA-DE-LINEA.
           PERFORM VARYING SUB-AJUSTE FROM 1 BY 1
                   UNTIL SUB-AJUSTE > TOTAL-AJUSTES
              IF TAJ-ESTADO (SUB-AJUSTE) = "P"
                 PERFORM AUTORIZAR-AJUSTE
                 IF APROBACION-AUTORIZADA
                    PERFORM DECIDIR-UN-AJUSTE
                 ELSE
                    ADD 1 TO FUERA-DE-LINEA
                 END-IF
              END-IF
           END-PERFORM.
           IF APROBADOS > 0 OR RECHAZADOS > 0
              PERFORM REESCRIBIR-AJUSTES
           END-IF.
           DISPLAY "APROBADOS: " APROBADOS "  RECHAZADOS: "
                   RECHAZADOS "  NO A SU CARGO: " FUERA-DE-LINEA.
           IF FUERA-DE-LINEA > 0 AND APROBADOS = 0 AND RECHAZADOS = 0
              DISPLAY "ULTIMO MOTIVO: " MOTIVO-JERARQUIA
           END-IF.

       AUTORIZAR-AJUSTE.
           MOVE TAJ-EMP-ID (SUB-AJUSTE) TO JERARQUIA-EMP-ID.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS = "00"
              PERFORM AUTORIZAR-APROBACION
           ELSE
              MOVE "NO " TO APROBACION-OK
              MOVE "NO HAY EMPLEADOS.DAT" TO MOTIVO-JERARQUIA
           END-IF.
           CLOSE EMPLOYEE-FILE.

       DECIDIR-UN-AJUSTE.
           MOVE TAJ-EMP-ID (SUB-AJUSTE) TO EMPLEADO-ID LJ-EMP-ID.
           MOVE SPACES TO NOMBRE-EMPLEADO.
           MOVE TAJ-PERIODO (SUB-AJUSTE) TO LJ-PERIODO.
           MOVE TAJ-ESTADO (SUB-AJUSTE) TO LJ-ESTADO.
           DISPLAY LINEA-AJUSTE.
           IF MOTIVO-JERARQUIA NOT = SPACES
              DISPLAY MOTIVO-JERARQUIA
           END-IF.
           DISPLAY "APROBAR (SI ), RECHAZAR (NO ), SALTAR (ENTER)?".
           MOVE SPACES TO DECISION.
           ACCEPT DECISION.

           COPY SIGNONPR.

           COPY JERARQPR.

       END PROGRAM AJUMANT.
