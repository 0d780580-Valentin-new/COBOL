      *             reactivates with a new hire date, the baja date
      *             clears, YTD stays for the year's certificate, and
      *             the whole transition lands in the change log.
      * 2026-10-15  A keyed bank account (main account or a split-pay
      *             destination) must pass the IBAN structure and
      *             mod-97 check digits, or it is refused on the spot.
      * 2026-10-15  An A/S status amendment now leaves its before/after
      *             line on the change log, so suspensions and their
      *             lifting can be counted by month.
      * 2026-10-15  Position control: EMP-PUESTO shown and amendable,
      *             a rehire re-keys it, and a frozen position or one
      *             another employee holds is refused; baja and
      *             delete free the position in PUESTOS.DAT.
      * 2026-10-15  Reporting line: EMP-JEFE (direct manager) and
      *             EMP-SUPLENTE (deputy) shown and amendable -- both
      *             must be on file and not the employee, and a
      *             manager that would close a loop is refused.
      * 2026-10-15  A baja now leaves its status and leave-date lines
      *             on the change log before the master is rewritten,
      *             and is refused if they cannot be written.
      * 2026-10-15  Bank account and split-pay destinations take the
      *             full 34-character IBAN, checked against the length
      *             its country uses (ES 24); a bare 20-digit CCC is
      *             refused with a request to key its IBAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMANT.
               ASSIGN TO "INSTRUCCIONES_PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCCIONES-STATUS.
           SELECT PUESTO-FILE ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-ID
               FILE STATUS IS PUESTO-STATUS.

       DATA DIVISION.

      * to EMP-CUENTA-BANCO.
       01  INSTRUCCION-RECORD.
           05 IP-EMP-ID    PIC 9(5).
           05 IP-CUENTA    PIC X(34).
           05 IP-TIPO      PIC X(1).
           05 IP-VALOR     PIC 9(5)V9(2).
           05 IP-PRIORIDAD PIC 9(1).

       FD  PUESTO-FILE.
           COPY PUESTO.

       WORKING-STORAGE SECTION.
           COPY SIGNON.
       01 INSTRUCCIONES-STATUS PIC X(2).
       01 TABLA-INSTRUCCIONES.
           05 INSTRUCCION OCCURS 200 TIMES.
              10 TIP-EMP-ID    PIC 9(5).
              10 TIP-CUENTA    PIC X(34).
              10 TIP-TIPO      PIC X(1).
              10 TIP-VALOR     PIC 9(5)V9(2).
              10 TIP-PRIORIDAD PIC 9(1).
       01 SUB-INSTRUCCION PIC 9(3).
       01 INSTRUCCIONES-EMPLEADO PIC 9(2) VALUE 0.
       01 CUENTA-INSTRUCCION PIC X(34).
       01 TIPO-INSTRUCCION PIC X(1).
       01 VALOR-INSTRUCCION PIC 9(5)V9(2).
       01 PRIORIDAD-INSTRUCCION PIC 9(1).
       01 OPCION-INSTRUCCION PIC 9(1).
       01 LINEA-INSTRUCCION.
           05 LI-CUENTA    PIC X(34).
           05 FILLER       PIC X(2) VALUE "  ".
           05 LI-TIPO      PIC X(1).
           05 FILLER       PIC X(2) VALUE "  ".
       01 AUDITORIA-OK PIC X(3) VALUE "SI ".
           88 HAY-AUDITORIA VALUE "SI ".
           COPY CAMBLOG.
           COPY IBANVAL.
           COPY PUESTOWS.
      * A position amendment or rehire only moves PUESTOS.DAT once
      * the employee record itself has been rewritten.
       01 PUESTO-NUEVO PIC X(6).
       01 PUESTO-ANTERIOR PIC X(6).
       01 CAMBIO-PUESTO PIC X(3) VALUE "NO ".
           88 HAY-CAMBIO-PUESTO VALUE "SI ".
      * Keyed reporting line; 99999 clears the field. Checking it
      * reads other records over the one being amended, which waits
      * meanwhile in EMPLEADO-EN-CURSO (the full EMPREC image).
       01 JEFE-NUEVO PIC 9(5).
       01 SUPLENTE-NUEVO PIC 9(5).
       01 EMPLEADO-EN-CURSO PIC X(192).
       01 SUJETO-JERARQUIA PIC 9(5).
       01 MOTIVO-JERARQUIA PIC X(40).
       01 NIVELES-JERARQUIA PIC 9(2).
       01 FIN-DE-CADENA-SW PIC X(3) VALUE "NO ".
           88 FIN-DE-CADENA VALUE "SI ".
       01 OPCION PIC 9(1).
       01 SEGUIR-MENU PIC X(3) VALUE "SI ".
           88 CONTINUAR-MENU VALUE "SI ".
       01 TIPO-PAGO-NUEVO PIC X(1).
       01 FRECUENCIA-NUEVA PIC X(1).
       01 EMPRESA-NUEVA PIC X(2).
       01 CUENTA-NUEVA PIC X(34).
       01 DEPTO-NUEVO PIC X(4).
       01 DIAS-VAC-NUEVOS PIC 9(2)V9(2).
       01 FECHA-BAJA-NUEVA PIC 9(8).
           DISPLAY "EMPRESA:    " EMP-EMPRESA.
           DISPLAY "CUENTA:     " EMP-CUENTA-BANCO.
           DISPLAY "DEPTO:      " EMP-DEPTO.
           DISPLAY "PUESTO:     " EMP-PUESTO.
           DISPLAY "JEFE:       " EMP-JEFE.
           DISPLAY "SUPLENTE:   " EMP-SUPLENTE.
           DISPLAY "VAC/ANIO:   " EMP-DIAS-VAC.
           DISPLAY "FECHA ALTA: " EMP-FECHA-ALTA.
           DISPLAY "MONEDA:     " EMP-MONEDA.
           DISPLAY "NUEVA CUENTA BANCARIA (ENTER = SIN CAMBIO)".
           MOVE SPACES TO CUENTA-NUEVA.
           ACCEPT CUENTA-NUEVA.
      * A transposed digit is caught here, not by the bank's return a
      * week later.
           IF CUENTA-NUEVA NOT = SPACES
              MOVE CUENTA-NUEVA TO IBAN-A-VALIDAR
              PERFORM VALIDAR-IBAN
              IF ES-IBAN-VALIDO
                 MOVE CUENTA-NUEVA TO EMP-CUENTA-BANCO
              ELSE
                 DISPLAY "CUENTA INVALIDA [" CUENTA-NUEVA "] -- "
                         IBAN-MOTIVO ", SE MANTIENE LA ANTERIOR"
              END-IF
           END-IF.
           DISPLAY "NUEVO DEPARTAMENTO (ENTER = SIN CAMBIO)".
           MOVE SPACES TO DEPTO-NUEVO.
                         "DEPARTAMENTOS.DAT, SE MANTIENE " EMP-DEPTO
              END-IF
           END-IF.
      * A new position must be authorized, open and in the
      * employee's (possibly just amended) department.
           MOVE "NO " TO CAMBIO-PUESTO.
           DISPLAY "NUEVO PUESTO (ENTER = SIN CAMBIO)".
           MOVE SPACES TO PUESTO-NUEVO.
           ACCEPT PUESTO-NUEVO.
           IF PUESTO-NUEVO NOT = SPACES
              AND PUESTO-NUEVO NOT = EMP-PUESTO
              MOVE PUESTO-NUEVO TO PUESTO-VALIDAR
              MOVE EMP-DEPTO TO PUESTO-DEPTO
              MOVE EMP-ID TO PUESTO-EMP-ID
              PERFORM VALIDAR-PUESTO
              IF PUESTO-ES-VALIDO
                 PERFORM ANOTAR-CAMBIO-PUESTO
              ELSE
                 DISPLAY "PUESTO RECHAZADO [" PUESTO-NUEVO "] -- "
                         MOTIVO-PUESTO ", SE MANTIENE " EMP-PUESTO
              END-IF
           END-IF.
      * The reporting line AUSMANT, AJUMANT and APROBCAM route their
      * approvals by.
           DISPLAY "NUEVO JEFE DIRECTO (ID, 0 = SIN CAMBIO, "
                   "99999 = NINGUNO)".
           MOVE 0 TO JEFE-NUEVO.
           ACCEPT JEFE-NUEVO.
           IF JEFE-NUEVO NOT = 0
              IF JEFE-NUEVO = 99999
                 MOVE 0 TO JEFE-NUEVO
              END-IF
              IF JEFE-NUEVO NOT = EMP-JEFE
                 PERFORM VALIDAR-JEFE-NUEVO
              END-IF
           END-IF.
           DISPLAY "NUEVO SUPLENTE (ID, 0 = SIN CAMBIO, "
                   "99999 = NINGUNO)".
           MOVE 0 TO SUPLENTE-NUEVO.
           ACCEPT SUPLENTE-NUEVO.
           IF SUPLENTE-NUEVO NOT = 0
              IF SUPLENTE-NUEVO = 99999
                 MOVE 0 TO SUPLENTE-NUEVO
              END-IF
              IF SUPLENTE-NUEVO NOT = EMP-SUPLENTE
                 PERFORM VALIDAR-SUPLENTE-NUEVO
              END-IF
           END-IF.
           DISPLAY "NUEVOS DIAS VAC/ANIO (0 = SIN CAMBIO)".
           MOVE 0 TO DIAS-VAC-NUEVOS.
           ACCEPT DIAS-VAC-NUEVOS.
           MOVE SPACES TO ESTADO-NUEVO.
           ACCEPT ESTADO-NUEVO.
           IF ESTADO-NUEVO = "A" OR ESTADO-NUEVO = "S"
              IF ESTADO-NUEVO NOT = EMP-ESTADO
                 MOVE "ESTADO    " TO LC-CAMPO
                 MOVE SPACES TO LC-VIEJO
                 MOVE SPACES TO LC-NUEVO
                 MOVE EMP-ESTADO TO LC-VIEJO (1:1)
                 MOVE ESTADO-NUEVO TO LC-NUEVO (1:1)
                 PERFORM ANOTAR-UN-CAMBIO
              END-IF
              MOVE ESTADO-NUEVO TO EMP-ESTADO
              MOVE 0 TO EMP-FECHA-BAJA
           ELSE
              IF EMPLOYEE-STATUS = "00"
                 MOVE "SI " TO MAESTRO-CAMBIADO
                 DISPLAY "EMPLEADO " EMP-ID " ACTUALIZADO"
                 IF HAY-CAMBIO-PUESTO
                    PERFORM MOVER-PUESTO
                 END-IF
              ELSE
                 DISPLAY "ERROR AL REESCRIBIR, ESTADO " EMPLOYEE-STATUS
              END-IF
                  NOT INVALID KEY
                      MOVE "SI " TO MAESTRO-CAMBIADO
                      DISPLAY "EMPLEADO " EMP-ID " BORRADO"
                      PERFORM LIBERAR-PUESTO-EMPLEADO
              END-DELETE
           ELSE
              DISPLAY "BORRADO CANCELADO"
              DISPLAY "CONFIRMAR BAJA? (SI /NO )"
              ACCEPT CONFIRMAR
              IF CONFIRMAR = "SI "
                 PERFORM APLICAR-BAJA
              ELSE
                 DISPLAY "BAJA CANCELADA"
              END-IF
           END-IF.

       APLICAR-BAJA.
      * Same rule as the rehire: the status and the leave date land on
      * the change log BEFORE the master moves, so the record can be
      * read back as it stood on any date.
           MOVE "SI " TO AUDITORIA-OK.
           MOVE "ESTADO    " TO LC-CAMPO.
           MOVE SPACES TO LC-VIEJO.
           MOVE SPACES TO LC-NUEVO.
           MOVE EMP-ESTADO TO LC-VIEJO (1:1).
           MOVE "T" TO LC-NUEVO (1:1).
           PERFORM ANOTAR-UN-CAMBIO.
           MOVE "FECHA-BAJA" TO LC-CAMPO.
           MOVE SPACES TO LC-VIEJO.
           MOVE SPACES TO LC-NUEVO.
           MOVE EMP-FECHA-BAJA TO LC-VIEJO (1:8).
           MOVE FECHA-BAJA-NUEVA TO LC-NUEVO (1:8).
           PERFORM ANOTAR-UN-CAMBIO.
           IF NOT HAY-AUDITORIA
              DISPLAY "EMPLEADO " EMP-ID " NO SE DA DE BAJA: LA "
                      "TRANSICION NO QUEDO ANOTADA EN EL LOG"
           ELSE
              MOVE "T" TO EMP-ESTADO
              MOVE FECHA-BAJA-NUEVA TO EMP-FECHA-BAJA
              REWRITE EMPLOYEE-RECORD
              IF EMPLOYEE-STATUS = "00"
                 MOVE "SI " TO MAESTRO-CAMBIADO
                 DISPLAY "EMPLEADO " EMP-ID " DADO DE BAJA EL "
                         EMP-FECHA-BAJA
                 PERFORM LIBERAR-PUESTO-EMPLEADO
              ELSE
                 DISPLAY "ERROR AL REESCRIBIR, ESTADO "
                         EMPLOYEE-STATUS
              END-IF
           END-IF.

       REINCORPORAR.
      * A seasonal worker coming back keeps the SAME record: the id,
      * the year-to-date tax and the whole history stay in one piece
              OR FECHA-ALTA-NUEVA (7:2) < "01"
              OR FECHA-ALTA-NUEVA (7:2) > "31"
              DISPLAY "FECHA INVALIDA, REINCORPORACION CANCELADA"
           ELSE
              PERFORM CAPTURAR-PUESTO-REINCORPORACION
           END-IF.

       CAPTURAR-PUESTO-REINCORPORACION.
      * The position left at the baja may have been filled or frozen
      * since -- the rehire is refused rather than doubling it up.
           MOVE "NO " TO CAMBIO-PUESTO.
           DISPLAY "PUESTO (ENTER = " EMP-PUESTO ")".
           MOVE SPACES TO PUESTO-NUEVO.
           ACCEPT PUESTO-NUEVO.
           IF PUESTO-NUEVO = SPACES
              MOVE EMP-PUESTO TO PUESTO-NUEVO
           END-IF.
           MOVE PUESTO-NUEVO TO PUESTO-VALIDAR.
           MOVE EMP-DEPTO TO PUESTO-DEPTO.
           MOVE EMP-ID TO PUESTO-EMP-ID.
           PERFORM VALIDAR-PUESTO.
           IF NOT PUESTO-ES-VALIDO
              DISPLAY "PUESTO RECHAZADO [" PUESTO-NUEVO "] -- "
                      MOTIVO-PUESTO ", REINCORPORACION CANCELADA"
           ELSE
              DISPLAY "CONFIRMAR REINCORPORACION EL "
                      FECHA-ALTA-NUEVA "? (SI /NO )"
           MOVE EMP-FECHA-BAJA TO LC-VIEJO (1:8).
           MOVE "00000000" TO LC-NUEVO (1:8).
           PERFORM ANOTAR-UN-CAMBIO.
           IF PUESTO-NUEVO NOT = EMP-PUESTO
              PERFORM ANOTAR-CAMBIO-PUESTO
           END-IF.
           IF NOT HAY-AUDITORIA
              DISPLAY "EMPLEADO " EMP-ID " NO SE REINCORPORA: LA "
                      "TRANSICION NO QUEDO ANOTADA EN EL LOG"
                 DISPLAY "EMPLEADO " EMP-ID " REINCORPORADO EL "
                         EMP-FECHA-ALTA ", LA NOMINA DE ESE MES "
                         "PRORRATEA COMO CUALQUIER ALTA"
                 IF HAY-MAESTRO-PUESTOS
                    MOVE EMP-PUESTO TO PUESTO-VALIDAR
                    MOVE EMP-ID TO PUESTO-EMP-ID
                    PERFORM OCUPAR-PUESTO
                 END-IF
              ELSE
                 DISPLAY "ERROR AL REESCRIBIR, ESTADO "
                         EMPLOYEE-STATUS
              ACCEPT VALOR-INSTRUCCION
              DISPLAY "PRIORIDAD (1-9)"
              ACCEPT PRIORIDAD-INSTRUCCION
              MOVE CUENTA-INSTRUCCION TO IBAN-A-VALIDAR
              PERFORM VALIDAR-IBAN
              IF CUENTA-INSTRUCCION = SPACES
                 OR (TIPO-INSTRUCCION NOT = "F"
                     AND TIPO-INSTRUCCION NOT = "P")
                 OR PRIORIDAD-INSTRUCCION = 0
                 DISPLAY "DATOS INVALIDOS, ALTA CANCELADA"
              ELSE
              IF NOT ES-IBAN-VALIDO
                 DISPLAY "CUENTA INVALIDA [" CUENTA-INSTRUCCION
                         "] -- " IBAN-MOTIVO ", ALTA CANCELADA"
              ELSE
              IF TIPO-INSTRUCCION = "P"
                 AND VALOR-INSTRUCCION > 100
                 DISPLAY "UN PORCENTAJE NO PUEDE SUPERAR 100, "
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       QUITAR-INSTRUCCIONES.
              CLOSE BANDAS-FILE
           END-IF.

       ANOTAR-CAMBIO-PUESTO.
      * Before/after line like any amendment -- the position the
      * record leaves is remembered so MOVER-PUESTO can free it.
           MOVE "PUESTO    " TO LC-CAMPO.
           MOVE SPACES TO LC-VIEJO.
           MOVE SPACES TO LC-NUEVO.
           MOVE EMP-PUESTO TO LC-VIEJO (1:6).
           MOVE PUESTO-NUEVO TO LC-NUEVO (1:6).
           PERFORM ANOTAR-UN-CAMBIO.
           MOVE EMP-PUESTO TO PUESTO-ANTERIOR.
           MOVE PUESTO-NUEVO TO EMP-PUESTO.
           SET HAY-CAMBIO-PUESTO TO TRUE.

       MOVER-PUESTO.
           MOVE EMP-ID TO PUESTO-EMP-ID.
           IF PUESTO-ANTERIOR NOT = SPACES
              MOVE PUESTO-ANTERIOR TO PUESTO-VALIDAR
              PERFORM LIBERAR-PUESTO
           END-IF.
           MOVE EMP-PUESTO TO PUESTO-VALIDAR.
           PERFORM OCUPAR-PUESTO.

       LIBERAR-PUESTO-EMPLEADO.
      * EMP-PUESTO stays on the record as the last position held;
      * only the master's slot opens up for the next hire.
           IF EMP-PUESTO NOT = SPACES
              MOVE EMP-PUESTO TO PUESTO-VALIDAR
              MOVE EMP-ID TO PUESTO-EMP-ID
              PERFORM LIBERAR-PUESTO
           END-IF.

       VALIDAR-JEFE-NUEVO.
      * The manager must be someone on file and still employed, not
      * the employee, and not anyone who already reports (however
      * far down) to the employee -- a loop leaves nobody above it
      * to approve.
           MOVE EMPLOYEE-RECORD TO EMPLEADO-EN-CURSO.
           MOVE EMP-ID TO SUJETO-JERARQUIA.
           MOVE SPACES TO MOTIVO-JERARQUIA.
           IF JEFE-NUEVO = EMP-ID
              MOVE "NO PUEDE SER SU PROPIO JEFE" TO MOTIVO-JERARQUIA
           ELSE
              IF JEFE-NUEVO NOT = 0
                 MOVE JEFE-NUEVO TO EMP-ID
                 PERFORM LEER-OTRO-EMPLEADO
                 IF MOTIVO-JERARQUIA = SPACES
                    MOVE 0 TO NIVELES-JERARQUIA
                    MOVE "NO " TO FIN-DE-CADENA-SW
                    PERFORM BUSCAR-CICLO-JEFE UNTIL FIN-DE-CADENA
                 END-IF
              END-IF
           END-IF.
           MOVE EMPLEADO-EN-CURSO TO EMPLOYEE-RECORD.
           IF MOTIVO-JERARQUIA = SPACES
              MOVE "JEFE      " TO LC-CAMPO
              MOVE SPACES TO LC-VIEJO
              MOVE SPACES TO LC-NUEVO
              MOVE EMP-JEFE TO LC-VIEJO (1:5)
              MOVE JEFE-NUEVO TO LC-NUEVO (1:5)
              PERFORM ANOTAR-UN-CAMBIO
              MOVE JEFE-NUEVO TO EMP-JEFE
           ELSE
              DISPLAY "JEFE RECHAZADO [" JEFE-NUEVO "] -- "
                      MOTIVO-JERARQUIA ", SE MANTIENE " EMP-JEFE
           END-IF.

       BUSCAR-CICLO-JEFE.
      * EMPLOYEE-RECORD holds the last manager read; climb until the
      * top of the tree or the employee turns up above themselves.
           ADD 1 TO NIVELES-JERARQUIA.
           IF EMP-JEFE = 0 OR NIVELES-JERARQUIA > 20
              SET FIN-DE-CADENA TO TRUE
           ELSE
              IF EMP-JEFE = SUJETO-JERARQUIA
                 MOVE "DEPENDE DEL PROPIO EMPLEADO (CICLO)"
                      TO MOTIVO-JERARQUIA
                 SET FIN-DE-CADENA TO TRUE
              ELSE
                 MOVE EMP-JEFE TO EMP-ID
                 READ EMPLOYEE-FILE
                     INVALID KEY
                         SET FIN-DE-CADENA TO TRUE
                 END-READ
              END-IF
           END-IF.

       VALIDAR-SUPLENTE-NUEVO.
      * The deputy approves for this employee's reports while the
      * employee is away -- on file, employed, and somebody else.
           MOVE EMPLOYEE-RECORD TO EMPLEADO-EN-CURSO.
           MOVE SPACES TO MOTIVO-JERARQUIA.
           IF SUPLENTE-NUEVO = EMP-ID
              MOVE "NO PUEDE SER SU PROPIO SUPLENTE"
                   TO MOTIVO-JERARQUIA
           ELSE
              IF SUPLENTE-NUEVO NOT = 0
                 MOVE SUPLENTE-NUEVO TO EMP-ID
                 PERFORM LEER-OTRO-EMPLEADO
              END-IF
           END-IF.
           MOVE EMPLEADO-EN-CURSO TO EMPLOYEE-RECORD.
           IF MOTIVO-JERARQUIA = SPACES
              MOVE "SUPLENTE  " TO LC-CAMPO
              MOVE SPACES TO LC-VIEJO
              MOVE SPACES TO LC-NUEVO
              MOVE EMP-SUPLENTE TO LC-VIEJO (1:5)
              MOVE SUPLENTE-NUEVO TO LC-NUEVO (1:5)
              PERFORM ANOTAR-UN-CAMBIO
              MOVE SUPLENTE-NUEVO TO EMP-SUPLENTE
           ELSE
              DISPLAY "SUPLENTE RECHAZADO [" SUPLENTE-NUEVO "] -- "
                      MOTIVO-JERARQUIA ", SE MANTIENE " EMP-SUPLENTE
           END-IF.

       LEER-OTRO-EMPLEADO.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NO EXISTE EN EL MAESTRO" TO MOTIVO-JERARQUIA
               NOT INVALID KEY
                   IF EMP-TERMINADO
                      MOVE "ESTA DADO DE BAJA" TO MOTIVO-JERARQUIA
                   END-IF
           END-READ.

       VALIDAR-DEPTO-NUEVO.
      * With no DEPARTAMENTOS.DAT on disk yet (installations from
      * before DEPTMANT.cbl) the check passes everything, same as

           COPY CTLPROC.

           COPY IBANPR.

           COPY PUESTOPR.

       END PROGRAM EMPMANT.
