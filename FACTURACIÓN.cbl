      *             shared DETLOG layout CONSULTA, REGPAGOS and
      *             CERTANUAL read back, so what made up a net is
      *             answerable from data instead of re-calculation.
      * 2026-10-15  The withholding brackets, grade raise rates,
      *             SALARIO-MAXIMO, NETO-MINIMO-PROTEGIDO and
      *             HORAS-LIMITE-MES now come from the set in force
      *             for the period in PARAMETROS_LEGALES.DAT (kept by
      *             PARMANT.cbl); the built-in values remain the
      *             fallback when no set applies.
      * 2026-10-15  Cumulative withholding mode (set per parameter
      *             set): the monthly retention spreads the tax still
      *             missing on the projected annual gross, and the
      *             December or final pay settles the year with a
      *             REGULARI line on the payslip and in
      *             HISTORIAL_DETALLE.LOG.
      * 2026-10-15  Every destination account is checked for IBAN
      *             structure and mod-97 check digits before its
      *             PAGOS_BANCO.DAT line is written; a bad one is held
      *             off the upload and counted like a blank account.
      *             ALTA-EMPLEADO re-prompts until the keyed account
      *             is valid or left blank.
      * 2026-10-15  A completed paying run now seals PAGOS_BANCO.DAT
      *             in SELLO_PAGOS.DAT (run reference, operator,
      *             count, money and a hash over every line); any
      *             earlier seal is voided when the file is reopened.
      *             Interactive paying runs now sign on first, so the
      *             seal names who ran them; the nightly lote seals
      *             as NOCTURNA. LIBBANCO.cbl releases the file.
      * 2026-10-15  VACGASTO/VACPROV lines in CUENTAS_CONTABLES.DAT
      *             belong to the month-end leave provision (PROVVAC)
      *             and are no longer reported as unknown concepts.
      * 2026-10-15  Court garnishments: each open EMBARGOS.DAT order
      *             (kept in EMBMANT.cbl) takes its share of the
      *             seizable part of the net -- the statutory scale
      *             in tranches of the protected floor -- by order
      *             priority, ahead of every other deduction, closes
      *             itself when the debt is covered, shows the
      *             balance on the payslip and posts as EMBJ; each
      *             paying run lists what goes to every court and
      *             creditor in REMESA_EMBARGOS.TXT.
      * 2026-10-15  Hourly premiums: HORAS_MES.DAT now carries the
      *             night, weekend and holiday hours FICHAJES.cbl
      *             classified; each category is priced at its own
      *             PRIMAS_HORARIAS.DAT multiplier on top of the hours
      *             pay and shown as a PLUS line on the payslip and a
      *             PRIMA line in HISTORIAL_DETALLE.LOG.
      * 2026-10-15  ENF absences follow the sick-pay schedule in
      *             ESCALA_ENF.DAT (built-in bands when absent):
      *             waiting days unpaid, then reduced percentages,
      *             counted over the whole episode across months. The
      *             reduction comes off the gross before PAYCALC,
      *             shows as BAJA ENF lines on the payslip and BAJAENF
      *             in HISTORIAL_DETALLE.LOG, and every band applied
      *             goes to BAJAS_ENF.LOG for RECUPENF.cbl.
      * 2026-10-15  Recurring allowances from COMPLEMENTOS.DAT: taxable
      *             ones join the gross before the withholding, exempt
      *             ones the net after it; the contributable flag sets
      *             the employer-contribution base. Each shows on the
      *             payslip, as COMPLEM in HISTORIAL_DETALLE.LOG and
      *             posts to its own account (COMPLEM prefix + code).
      * 2026-10-15  Shared staff: REPARTO_COSTES.DAT spreads an
      *             employee's cost over departments by percentage --
      *             distribution report, salary and employer
      *             contribution debits per department; headcount stays
      *             on the home department.
      * 2026-10-15  Position control: ALTA-EMPLEADO and the lote line
      *             (new BI-PUESTO column) must name an authorized
      *             PUESTOS.DAT position of the employee's department
      *             that is neither frozen nor held by someone else;
      *             the hire marks it filled.
      * 2026-10-15  New hires (interactive and lote) start with no
      *             manager or deputy -- EMP-JEFE/EMP-SUPLENTE zero,
      *             keyed afterwards in EMPMANT; backup widened to
      *             the 178-byte record.
      * 2026-10-15  LOTE_ERRORES.TXT also lists each employee held for
      *             an unapproved amendment and ends with a TOTALES
      *             line (company, period, rejected lines, held
      *             employees, fallback grades) for the morning
      *             report.
      * 2026-10-15  The per-employee input and pending files go to
      *             the indexed work file NOMINA_TRABAJO.DAT at run
      *             start; the pay loop reads each employee's lines
      *             by id, and the pending files are rewritten from it
      *             at each checkpoint in their own order. Withholding
      *             accumulators and duplicate ids live there too, so
      *             no table size caps the roster.
      * 2026-10-15  Benefit plans: each INSCRIPCIONES_BENEFICIOS.DAT
      *             enrolment in force (kept in BENMANT.cbl) takes the
      *             employee share of its PLANES_BENEFICIOS.DAT plan
      *             and tier as a deduction under the plan code, and
      *             the company share posts as benefit cost (649 +
      *             plan) against the provider payable (410 + plan).
      *             Cycle-paid staff are charged in the first cycle
      *             of the month.
      * 2026-10-15  Off-cycle run ("F" at the type prompt): pays the
      *             employees keyed at the terminal (a new hire the
      *             lote missed, a reinstated leaver) through the same
      *             pricing once the period's normal run is complete,
      *             locked under period + 70 with its totals added up
      *             across the month's off-cycle runs; it writes its
      *             own PAYSLIP_FCI.TXT, DISTRIBUCION_FCI.TXT and
      *             PAGOS_FCI.DAT (sealed in SELLO_FCI.DAT), posts
      *             under an FCI- reference and logs as FACTURACION,
      *             so the close and the reconciliations count it in
      *             the period. An employee with a pay still standing
      *             in the period is refused.
      * 2026-10-15  Bank account fields and the PAGOS_BANCO.DAT detail
      *             line carry the full 34-character IBAN (detail line
      *             52 bytes, master backup 192), checked against its
      *             country's length. Each off-cycle run writes its own
      *             numbered set -- PAYSLIP, DISTRIBUCION, PAGOS,
      *             SELLO, DECLARACION_CUOTAS and REMESA_EMBARGOS with
      *             _FCI_AAAAMM_NN -- taking the first number with no
      *             seal, so an unreleased upload and the period's
      *             contribution return are never overwritten. A pay
      *             run is refused while CIERRE_PROGRESO.DAT shows the
      *             period's close in flight or cut short.
      * 2026-10-15  An off-cycle run resuming its aborted key, from the
      *             lote or the keyboard, keeps the crashed run's
      *             numbered slips and bank lines (reloaded and
      *             reopened EXTEND) instead of starting them empty.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
               ASSIGN TO "DEDUCCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCCIONES-STATUS.
           SELECT OPTIONAL COMPLEMENTOS-FILE
               ASSIGN TO "COMPLEMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLEMENTOS-STATUS.
           SELECT OPTIONAL PLANES-BEN-FILE
               ASSIGN TO "PLANES_BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANES-BEN-STATUS.
           SELECT OPTIONAL INSCRIP-BEN-FILE
               ASSIGN TO "INSCRIPCIONES_BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSCRIP-BEN-STATUS.
           SELECT OPTIONAL HORAS-FILE ASSIGN TO "HORAS_MES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HORAS-STATUS.
           SELECT OPTIONAL PRIMAS-FILE ASSIGN TO "PRIMAS_HORARIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMAS-STATUS.
           SELECT OPTIONAL AUSENCIAS-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSENCIAS-STATUS.
           SELECT OPTIONAL ESCALA-ENF-FILE ASSIGN TO "ESCALA_ENF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALA-ENF-STATUS.
           SELECT BAJAS-ENF-FILE ASSIGN TO "BAJAS_ENF.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAJAS-ENF-STATUS.
           SELECT BANCO-FILE ASSIGN TO BANCO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCO-STATUS.
           SELECT RESPALDO-FILE ASSIGN TO "EMPLEADOS.BAK"
               ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESTAMOS-STATUS.
           SELECT OPTIONAL EMBARGOS-FILE
               ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMBARGOS-STATUS.
           SELECT REMESA-EMB-FILE
               ASSIGN TO REMESA-EMB-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESA-EMB-STATUS.
           SELECT OPTIONAL INSTRUCCIONES-FILE
               ASSIGN TO "INSTRUCCIONES_PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUOTAS-STATUS.
           SELECT DECL-CUOTAS-FILE
               ASSIGN TO DECL-CUOTAS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECL-CUOTAS-STATUS.
           SELECT OPTIONAL CUENTAS-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEPTO-MAESTRO-STATUS.
           SELECT OPTIONAL REPARTO-FILE ASSIGN TO "REPARTO_COSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPARTO-STATUS.
           SELECT PUESTO-FILE ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-ID
               FILE STATUS IS PUESTO-STATUS.
           SELECT OPTIONAL BANDAS-FILE
               ASSIGN TO "BANDAS_SALARIALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCE-CLAVE
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT OPTIONAL PROGRESO-FILE
               ASSIGN TO "CIERRE_PROGRESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESO-STATUS.
           SELECT TRABAJO-FILE ASSIGN TO "NOMINA_TRABAJO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-CLAVE
               ALTERNATE RECORD KEY IS TR-CLAVE-ARCHIVO
               FILE STATUS IS TRABAJO-STATUS.
           SELECT OPTIONAL PARAMETROS-FILE
               ASSIGN TO "PARAMETROS_LEGALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.
           SELECT SELLO-FILE ASSIGN TO SELLO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELLO-STATUS.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.

       DATA DIVISION.

              10 BI-GRADO   PIC X(2).
              10 BI-DEPTO   PIC X(4).
              10 BI-FECHA-ALTA PIC 9(8).
      * Authorized position the hire fills; blank on a line for an
      * employee already on file keeps the position held.
              10 BI-PUESTO  PIC X(6).
           05 BI-CABECERA REDEFINES BI-DATOS.
              10 BI-FECHA-CREACION PIC 9(8).
              10 BI-PERIODO        PIC 9(6).
              10 BI-FRECUENCIA     PIC X(1).
      * Company the lote belongs to; spaces run company 01.
              10 BI-EMPRESA        PIC X(2).
              10 FILLER            PIC X(70).
           05 BI-COLA REDEFINES BI-DATOS.
              10 BI-REGISTROS PIC 9(5).
              10 BI-HASH      PIC 9(12)V9(2).
              10 FILLER       PIC X(69).

       FD  DEDUCCIONES-FILE.
      * One line per employee and deduction: type "P" takes DD-VALOR
           05 DD-DESDE   PIC 9(6).
           05 DD-HASTA   PIC 9(6).

       FD  COMPLEMENTOS-FILE.
      * One line per employee and contractual allowance (transport,
      * meal, on-call, tools...): type "P" takes CM-VALOR as a
      * percentage of the period's salary, "I" as a flat amount, for
      * periods CM-DESDE through CM-HASTA (999999 = open). CM-TRIBUTA
      * "N" pays it outside the withholding; CM-COTIZA "N" keeps it
      * out of the employer-contribution base.
       01  COMPLEMENTO-RECORD.
           05 CM-EMP-ID  PIC 9(5).
           05 CM-CODIGO  PIC X(4).
           05 CM-TIPO    PIC X(1).
           05 CM-VALOR   PIC 9(5)V9(2).
           05 CM-DESDE   PIC 9(6).
           05 CM-HASTA   PIC 9(6).
           05 CM-TRIBUTA PIC X(1).
           05 CM-COTIZA  PIC X(1).

       FD  PLANES-BEN-FILE.
           COPY BENPLAN.

       FD  INSCRIP-BEN-FILE.
           COPY BENINSC.

       FD  HORAS-FILE.
      * One line per hourly employee per month -- the hours actually
      * worked that the run prices at EMP-SALARIO (the hourly rate).
           COPY HORASREC.

       FD  PRIMAS-FILE.
           COPY PRIMAREC.

       FD  AUSENCIAS-FILE.
      * One line per absence: VAC comes off the leave balance, SIN
      * (unpaid) also reduces that period's gross, ENF (sick) is paid
      * on the ESCALA_ENF.DAT bands. AU-ESTADO is AUSMANT.cbl's
      * approval state -- "P" and "R" lines are not payable; blank
      * (hand-keyed legacy lines) and "A" are.
       01  AUSENCIA-RECORD.
           05 AU-DIAS    PIC 9(2)V9(1).
           05 AU-PERIODO PIC 9(6).
           05 AU-ESTADO  PIC X(1).
      * ENF: first sick day of the episode (AAAAMMDD), the same on
      * every month's line of one illness.
           05 AU-EPISODIO PIC 9(8).

       FD  ESCALA-ENF-FILE.
      * Sick-pay schedule, one band per line in ascending day order:
      * from episode day EE-DIA-DESDE (until the next band starts)
      * the day is paid at EE-PORCENTAJE of the daily base; "S" in
      * EE-RECUPERABLE marks days paid on behalf of social security.
       01  ESCALA-ENF-RECORD.
           05 EE-DIA-DESDE   PIC 9(3).
           05 EE-PORCENTAJE  PIC 9(3).
           05 EE-RECUPERABLE PIC X(1).

       FD  BAJAS-ENF-FILE.
       01  BAJAS-ENF-RECORD PIC X(63).

       FD  BANCO-FILE.
       01  BANCO-RECORD PIC X(54).

       FD  SELLO-FILE.
       01  SELLO-RECORD PIC X(102).

       FD  OPERATORS-FILE.
      * One operator per line: "<code> <S|U>", S marks a supervisor.
       01  OPERATOR-RECORD.
           05 OP-CODIGO PIC X(8).
           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       FD  RESPALDO-FILE.
      * Must cover the full EMPREC layout (192 bytes today) -- a
      * backup shorter than the record cannot restore it.
       01  RESPALDO-RECORD PIC X(194).

       FD  CONTROL-FILE.
           COPY CTLREC.
       01  EXCEP-GRADO-RECORD PIC X(80).

       FD  DISTRIB-FILE.
       01  DISTRIB-RECORD PIC X(110).

       FD  DIARIO-FILE.
       01  DIARIO-RECORD PIC X(50).
      * remainder always going to EMP-CUENTA-BANCO.
       01  INSTRUCCION-RECORD.
           05 IP-EMP-ID    PIC 9(5).
           05 IP-CUENTA    PIC X(34).
           05 IP-TIPO      PIC X(1).
           05 IP-VALOR     PIC 9(5)V9(2).
           05 IP-PRIORIDAD PIC 9(1).
           05 PR-PERIODO-INICIO PIC 9(6).
           05 PR-ESTADO         PIC X(1).

       FD  EMBARGOS-FILE.
      * EMBMANT.cbl's court orders -- rewritten whole by the run with
      * what each period retained.
           COPY EMBREC.

       FD  REMESA-EMB-FILE.
       01  REMESA-EMB-RECORD PIC X(100).

       FD  CAMPEND-FILE.
      * Effective-dated amendments EMPMANT.cbl queues instead of
      * applying on the spot -- the run of the effective period

       FD  CUENTAS-FILE.
      * Finance's own account mapping, one line per journal concept
      * (SUELDOS, RETENC, DEDUC, AJUSTES, NETO, CUOTAPAT, CUOTASEG,
      * BENEFIC, BENEFPAG); the DEDUC, CUOTASEG, BENEFIC and BENEFPAG
      * entries are 3-character prefixes the deduction/contribution/
      * plan code is appended to. Absent concepts
      * keep the accounts this program always posted.
       01  CUENTA-MAPA-RECORD.
           05 MC-CONCEPTO PIC X(8).
       FD  DEPTO-FILE.
           COPY DEPREC.

       FD  REPARTO-FILE.
           COPY REPARTO.

       FD  PUESTO-FILE.
           COPY PUESTO.

       FD  BANDAS-FILE.
      * One line per grade: the salary band HR negotiated (minimum,
      * maximum) and the seniority step that advances within it on
           05 CAL-INICIO       PIC 9(8).
           05 CAL-FIN          PIC 9(8).

       FD  PROGRESO-FILE.
      * CIERRE.cbl's close in flight (or cut short) -- only the company
      * and period it is closing matter here.
       01  PROGRESO-RECORD.
           05 PG-EMPRESA PIC X(2).
           05 PG-PERIODO PIC 9(6).
           05 FILLER     PIC X(76).

       FD  RUN-CONTROL-FILE.
      * One record per pay period: "E" a run is in flight (or died),
      * "T" the period ran to completion, "C" the period was closed by
           05 RCE-EMPLEADOS  PIC 9(5).
           05 RCE-TOTAL      PIC 9(12)V9(2).

       FD  PARAMETROS-FILE.
      * Statutory value sets, PARAMLEG layout -- read INTO it.
       01  PARAMETROS-RECORD PIC X(143).

       FD  TRABAJO-FILE.
      * The run's own copy of the per-employee input and pending
      * files, built at INICIO: one record per line, keyed by
      * employee so the pay loop reads just that employee's lines,
      * and by file + line number so the pending files are written
      * back in the order they were read. TR-DATOS is the line as
      * the matching table entry holds it.
       01  TRABAJO-RECORD.
           05 TR-CLAVE.
              10 TR-EMP-ID          PIC 9(5).
              10 TR-CLAVE-ARCHIVO.
                 15 TR-ARCHIVO      PIC X(3).
                 15 TR-SECUENCIA    PIC 9(7).
           05 TR-DATOS              PIC X(200).

       WORKING-STORAGE SECTION.
           COPY BAJAENF.
           COPY HISTLOG.
           COPY DETLOG.
           COPY PARAMLEG.
       01 HIST-PAGOS-STATUS PIC X(2).
       01 HIST-DETALLE-STATUS PIC X(2).
       01 BATCH-INPUT-STATUS PIC X(2).
       01 RESULTADO PIC 9(10)V9(2).
       01 IMPUESTO PIC 9(10)V9(2).
       01 NETO PIC 9(10)V9(2).
      * Cumulative withholding: the year so far per employee of the
      * company being paid -- gross and tax taken, regularizations
      * included -- read back off the earlier periods' detail lines.
      * One "RET" line per employee on the work file; this is the
      * current employee's, or the one being added up at INICIO.
       01 ACUM-RETENCION.
           05 TAR-EMP-ID   PIC 9(5).
           05 TAR-BRUTO    PIC S9(10)V9(2).
           05 TAR-RETENIDO PIC S9(10)V9(2).
       01 ACUM-RETENCION-LEIDO PIC X(3) VALUE "NO ".
           88 HAY-ACUM-RETENCION VALUE "SI ".
       01 EMPRESA-DETALLE PIC X(2).
       01 FIN-DETALLE-ANIO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DETALLE-ANIO VALUE "SI ".
       01 ACUM-BRUTO-ANIO PIC S9(10)V9(2).
       01 ACUM-RETENIDO-ANIO PIC S9(10)V9(2).
       01 MESES-RESTANTES PIC 9(2).
       01 BRUTO-ANUAL-PROYECTADO PIC S9(12)V9(2).
       01 BASE-MENSUAL-MEDIA PIC S9(10)V9(2).
       01 RETENCION-ANUAL PIC S9(12)V9(2).
       01 RETENCION-PENDIENTE PIC S9(12)V9(2).
      * The month's own bracket figure, and in the settling month the
      * signed difference the year still needed on top of it --
      * IMPUESTO always carries the sum of both.
       01 IMPUESTO-MES PIC 9(10)V9(2).
       01 REGULARIZACION PIC S9(10)V9(2) VALUE 0.
       01 TOTAL-REGULARIZACION-RUN PIC S9(12)V9(2) VALUE 0.
       01 LINEA-PAYSLIP-REG.
           05 FILLER          PIC X(4) VALUE "    ".
           05 FILLER          PIC X(26)
              VALUE "REGULARIZACION RETENCION  ".
           05 LPR-IMPORTE     PIC -(6)9.99.
      * Employee ids keyed in this run, so a repeat id is caught before
      * it is counted twice instead of just quietly re-reading the file
      * -- each leaves a "PRO" line on the work file, which the next
      * load of the same id finds.
       01 MARCA-PROCESADO PIC X(3) VALUE "NO ".
           88 HAY-MARCA-PROCESADO VALUE "SI ".
       01 ID-DUPLICADO PIC X(3) VALUE "NO ".
           88 ES-ID-DUPLICADO VALUE "SI ".
      * The work file: the last line number handed out, the file a
      * walk in file order is on, and whether the current employee's
      * lines are in the tables (and so go back at the end of NOMINA).
       01 TRABAJO-STATUS PIC X(2).
       01 SECUENCIA-TRABAJO PIC 9(7) VALUE 0.
       01 ARCHIVO-BUSCADO PIC X(3).
       01 ENTRADA-TRABAJO PIC X(3) VALUE "NO ".
           88 HAY-ENTRADA-TRABAJO VALUE "SI ".
       01 FICHA-CARGADA PIC X(3) VALUE "NO ".
           88 HAY-FICHA-CARGADA VALUE "SI ".
       01 ID-FICHA PIC 9(5).
       01 AVISOS-FICHA-LLENA PIC 9(3) VALUE 0.
      * Off-cycle run: the pays each employee still has standing in
      * the period (pay lines less voids), one "PAG" line per
      * employee on the work file, read back with the rest of the
      * employee's lines. Anyone with a pay standing is refused.
       01 PAGOS-PERIODO.
           05 TPP-EMP-ID PIC 9(5).
           05 TPP-PAGOS  PIC S9(5).
       01 PAGOS-PERIODO-LEIDO PIC X(3) VALUE "NO ".
           88 HAY-PAGOS-PERIODO VALUE "SI ".
       01 FIN-HIST-PERIODO PIC X(3) VALUE "NO ".
           88 HAY-FIN-HIST-PERIODO VALUE "SI ".
       01 EMPRESA-HIST PIC X(2).
       01 RECHAZOS-FUERA-CICLO PIC 9(5) VALUE 0.
      * A pending file is only rewritten when some employee's lines of
      * it went back to the work file since the last rewrite -- the
      * rest of the time the file on disk already says the same.
       01 ATRASOS-TOCADOS PIC X(3) VALUE "NO ".
           88 HAY-ATRASOS-TOCADOS VALUE "SI ".
       01 AJUSTES-TOCADOS PIC X(3) VALUE "NO ".
           88 HAY-AJUSTES-TOCADOS VALUE "SI ".
       01 PRESTAMOS-TOCADOS PIC X(3) VALUE "NO ".
           88 HAY-PRESTAMOS-TOCADOS VALUE "SI ".
       01 EMBARGOS-TOCADOS PIC X(3) VALUE "NO ".
           88 HAY-EMBARGOS-TOCADOS VALUE "SI ".
       01 DED-PEND-TOCADAS PIC X(3) VALUE "NO ".
           88 HAY-DED-PEND-TOCADAS VALUE "SI ".
       01 CAMBIOS-PEND-TOCADOS PIC X(3) VALUE "NO ".
           88 HAY-CAMBIOS-PEND-TOCADOS VALUE "SI ".
      * Where the remittance's walk of the orders stood before it
      * went ahead to gather one destination's group.
       01 CLAVE-REMESA PIC X(10).
      * Current system date, used to roll EMP-MTD over when the month
      * changes and EMP-YTD over when the year changes.
       01 FECHA-SISTEMA.
       01 PERIODO-ACTUAL PIC 9(6).
       01 PERIODO-BAJA PIC 9(6).
       01 DEDUCCIONES-STATUS PIC X(2).
      * DEDUCCIONES.DAT goes to the work file at INICIO; the table
      * holds the current employee's lines, which APLICAR-DEDUCCIONES
      * walks after the tax step.
       01 TOTAL-DED-CARGADAS PIC 9(3) VALUE 0.
       01 TABLA-DEDUCCIONES.
           05 DEDUCCION OCCURS 200 TIMES.
              10 TD-HASTA  PIC 9(6).
       01 SUB-DED PIC 9(3).
       01 IMPORTE-DEDUCCION PIC 9(10)V9(2).
       01 COMPLEMENTOS-STATUS PIC X(2).
      * COMPLEMENTOS.DAT goes to the work file at INICIO; of the
      * current employee's lines the taxable ones are paid before the
      * tax step, the exempt ones after it.
       01 TOTAL-COMPL-CARGADOS PIC 9(3) VALUE 0.
       01 TABLA-COMPLEMENTOS.
           05 COMPLEMENTO OCCURS 200 TIMES.
              10 TCM-EMP-ID  PIC 9(5).
              10 TCM-CODIGO  PIC X(4).
              10 TCM-TIPO    PIC X(1).
              10 TCM-VALOR   PIC 9(5)V9(2).
              10 TCM-DESDE   PIC 9(6).
              10 TCM-HASTA   PIC 9(6).
              10 TCM-TRIBUTA PIC X(1).
              10 TCM-COTIZA  PIC X(1).
       01 SUB-COMPL PIC 9(3).
       01 IMPORTE-COMPLEMENTO PIC 9(8)V9(2).
       01 TRIBUTACION-BUSCADA PIC X(1).
      * The current employee's allowances as paid, for the payslip
      * and the breakdown; the taxable sum stays out of the
      * department salary debit (each allowance posts to its own
      * account) and the contribution base is corrected by the
      * taxable-but-not-contributable and exempt-but-contributable
      * amounts.
       01 TOTAL-COMPL-EMP PIC 9(2) VALUE 0.
       01 TABLA-COMPL-EMP.
           05 COMPL-EMP OCCURS 20 TIMES.
              10 TCE-CODIGO  PIC X(4).
              10 TCE-IMPORTE PIC 9(8)V9(2).
              10 TCE-TRIBUTA PIC X(1).
              10 TCE-COTIZA  PIC X(1).
       01 SUB-COMPL-EMP PIC 9(2).
       01 COMPL-TRIBUTABLE-EMP PIC 9(8)V9(2) VALUE 0.
       01 AJUSTE-BASE-COTIZ PIC S9(8)V9(2) VALUE 0.
       01 BASE-COTIZACION PIC S9(10)V9(2) VALUE 0.
      * Batch totals per allowance code -- one journal debit each.
      * Past 20 codes the amount posts to the plain salary account.
       01 TOTAL-COD-COMPL PIC 9(2) VALUE 0.
       01 TABLA-TOTALES-COMPL.
           05 TOTAL-COMPL OCCURS 20 TIMES.
              10 TTC-CODIGO PIC X(4).
              10 TTC-TOTAL  PIC 9(10)V9(2).
       01 SUB-TOT-COMPL PIC 9(2).
       01 TOTAL-COMPL-SIN-CODIGO PIC 9(10)V9(2) VALUE 0.
       01 PLANES-BEN-STATUS PIC X(2).
       01 INSCRIP-BEN-STATUS PIC X(2).
      * The plan catalogue, loaded once to price the enrolments in
      * force; each one goes to the work file as a "DED" line (the
      * employee share, through the normal deduction ranking) and a
      * "BEN" line (the company share).
       01 TOTAL-PLANES-BEN PIC 9(3) VALUE 0.
       01 TABLA-PLANES-BEN.
           05 PLAN-BEN OCCURS 100 TIMES.
              10 TPB-PLAN          PIC X(4).
              10 TPB-NIVEL         PIC X(1).
              10 TPB-COSTE-EMPLEADO PIC 9(5)V9(2).
              10 TPB-COSTE-EMPRESA PIC 9(5)V9(2).
       01 SUB-PLAN-BEN PIC 9(3).
       01 PLAN-BEN-HALLADO PIC 9(3).
       01 AVISOS-BENEFICIOS PIC 9(3) VALUE 0.
       01 INSCRIPCIONES-COBRADAS PIC 9(5) VALUE 0.
      * A weekly or biweekly employee pays the monthly premium once,
      * in the first cycle of the month.
       01 COBRO-BENEFICIOS PIC X(3) VALUE "NO ".
           88 SE-COBRAN-BENEFICIOS VALUE "SI ".
       01 PRIMER-CICLO-MES PIC 9(6).
       01 INICIO-PRIMER-CICLO PIC 9(8).
      * The current employee's company shares, from the work file.
       01 TOTAL-BEN-CARGADOS PIC 9(2) VALUE 0.
       01 TABLA-BEN-EMPLEADO.
           05 BEN-EMPLEADO OCCURS 20 TIMES.
              10 TBE-PLAN          PIC X(4).
              10 TBE-COSTE-EMPRESA PIC 9(5)V9(2).
       01 SUB-BEN PIC 9(2).
      * Batch totals of the company share per plan -- one cost debit
      * and one provider credit each in the journal. Sized to the
      * catalogue, so every plan code has its slot.
       01 TOTAL-COD-BEN PIC 9(3) VALUE 0.
       01 TABLA-TOTALES-BEN.
           05 TOTAL-BEN OCCURS 100 TIMES.
              10 TTB-PLAN  PIC X(4).
              10 TTB-TOTAL PIC 9(10)V9(2).
       01 SUB-TOT-BEN PIC 9(3).
       01 TOTAL-BEN-EMPRESA-RUN PIC 9(12)V9(2) VALUE 0.
      * The statutory floor the take-home may never be driven below
      * by deductions, loan installments or carried amounts -- what
      * cannot be taken waits in DEDUCCIONES_PENDIENTES.DAT instead.
       01 PRIORIDAD-ACTUAL PIC 9(1).
       01 PRIORIDAD-CODIGO PIC 9(1).
       01 CODIGO-CLASIFICAR PIC X(4).
      * The current employee's carried amounts plus the ones this pay
      * creates (TPD-SECUENCIA zero until they reach the work file);
      * "S" entries were fully recovered and drop at the rewrite.
       01 DEDPEND-STATUS PIC X(2).
       01 TOTAL-DED-PENDIENTES PIC 9(3) VALUE 0.
       01 TABLA-DED-PENDIENTES.
              10 TPD-IMPORTE PIC 9(10)V9(2).
              10 TPD-PERIODO PIC 9(6).
              10 TPD-ESTADO  PIC X(1).
              10 TPD-SECUENCIA PIC 9(7).
       01 SUB-PEND PIC 9(3).
       01 AVISOS-PEND-LLENO PIC 9(3) VALUE 0.
      * What this employee's slip must show as carried forward.
              10 PS-CODIGO  PIC X(4).
              10 PS-IMPORTE PIC 9(10)V9(2).
       01 SUB-PEND-SLIP PIC 9(2).
      * The current employee's queued effective-dated amendments;
      * "S" marks one this run applied, so only the untouched rest is
      * written back.
       01 CAMPEND-STATUS PIC X(2).
       01 TOTAL-CAMBIOS-PEND PIC 9(3) VALUE 0.
       01 TABLA-CAMBIOS-PEND.
                 15 TCP-MES  PIC 9(2).
                 15 TCP-DIA  PIC 9(2).
              10 TCP-ESTADO PIC X(1).
              10 TCP-SECUENCIA PIC 9(7).
       01 SUB-CPEND PIC 9(3).
       01 DIAS-TARIFA-VIEJA PIC 9(2).
       01 DIAS-TARIFA-NUEVA PIC 9(2).
              10 TDA-IMPORTE PIC 9(10)V9(2).
       01 SUB-DED-AP PIC 9(2).
       01 HORAS-STATUS PIC X(2).
      * HORAS_MES.DAT goes to the work file at INICIO; the current
      * employee's line is looked up by CALCULAR-SUELDO-POR-HORAS.
       01 TOTAL-HORAS-CARGADAS PIC 9(3) VALUE 0.
       01 TABLA-HORAS.
           05 HORAS-MES OCCURS 200 TIMES.
              10 TH-EMP-ID PIC 9(5).
              10 TH-HORAS  PIC 9(3)V9(2).
              10 TH-HORAS-PRIMA PIC 9(3)V9(2) OCCURS 3 TIMES.
       01 SUB-HORAS PIC 9(3).
       01 HORAS-TRABAJADAS PIC 9(3)V9(2).
       01 HORAS-LIMITE-MES PIC 9(3) VALUE 160.
       01 FACTOR-HORA-EXTRA PIC 9V9 VALUE 1.5.
      * Premium categories and multipliers -- built-in unless
      * PRIMAS_HORARIAS.DAT says otherwise; must agree with
      * FICHAJES.cbl's. Slot 1 NOCT, 2 FSEM, 3 FEST.
       01 PRIMAS-STATUS PIC X(2).
       01 VALORES-PRIMAS-HORARIAS.
           05 FILLER PIC X(7) VALUE "NOCT125".
           05 FILLER PIC X(7) VALUE "FSEM150".
           05 FILLER PIC X(7) VALUE "FEST175".
       01 TABLA-PRIMAS-HORARIAS REDEFINES VALORES-PRIMAS-HORARIAS.
           05 PRIMA-HORARIA OCCURS 3 TIMES.
              10 TPH-CATEGORIA PIC X(4).
              10 TPH-FACTOR    PIC 9V9(2).
       01 SUB-PRIMA PIC 9(1).
       01 PRIMA-ENCONTRADA PIC 9(1).
       01 RECARGO-PRIMA PIC 9V9(2).
      * The current employee's premium hours and what each category
      * added to SALARIO.
       01 PRIMAS-EMPLEADO.
           05 PRIMA-EMPLEADO OCCURS 3 TIMES.
              10 PE-HORAS   PIC 9(3)V9(2).
              10 PE-IMPORTE PIC 9(8)V9(2).
       01 LINEA-PAYSLIP-PRI.
           05 FILLER          PIC X(4) VALUE "    ".
           05 FILLER          PIC X(5) VALUE "PLUS ".
           05 LPQ-CATEGORIA   PIC X(4).
           05 FILLER          PIC X(2) VALUE "  ".
           05 LPQ-HORAS       PIC ZZ9.99.
           05 FILLER          PIC X(5) VALUE " H X ".
           05 LPQ-FACTOR      PIC 9.99.
           05 FILLER          PIC X(2) VALUE "  ".
           05 LPQ-IMPORTE     PIC Z(6)9.99.
       01 LINEA-PAYSLIP-COM.
           05 FILLER          PIC X(4) VALUE "    ".
           05 FILLER          PIC X(6) VALUE "COMPL ".
           05 LPM-CODIGO      PIC X(4).
           05 FILLER          PIC X(2) VALUE "  ".
           05 LPM-TRATAMIENTO PIC X(8).
           05 LPM-IMPORTE     PIC Z(6)9.99.
       01 TIPO-PAGO PIC X(1).
       01 AUSENCIAS-STATUS PIC X(2).
      * AUSENCIAS.DAT goes to the work file at INICIO; the current
      * employee's lines, every period of them (a sick episode counts
      * its earlier months), are applied by APLICAR-AUSENCIAS.
       01 TOTAL-AUSENCIAS-CARGADAS PIC 9(3) VALUE 0.
       01 TABLA-AUSENCIAS.
           05 AUSENCIA OCCURS 200 TIMES.
              10 TAU-DIAS    PIC 9(2)V9(1).
              10 TAU-PERIODO PIC 9(6).
              10 TAU-ESTADO  PIC X(1).
              10 TAU-EPISODIO PIC 9(8).
       01 SUB-AUSENCIA PIC 9(3).
      * Sick-pay bands -- the built-in schedule unless ESCALA_ENF.DAT
      * replaces it: three waiting days, 60% to day 20 (from day 16
      * on behalf of social security), 75% from day 21.
       01 ESCALA-ENF-STATUS PIC X(2).
       01 BAJAS-ENF-STATUS PIC X(2).
       01 TOTAL-TRAMOS-ENF PIC 9(2) VALUE 4.
       01 VALORES-ESCALA-ENF.
           05 FILLER PIC X(7) VALUE "001000N".
           05 FILLER PIC X(7) VALUE "004060N".
           05 FILLER PIC X(7) VALUE "016060S".
           05 FILLER PIC X(7) VALUE "021075S".
           05 FILLER PIC X(42) VALUE SPACES.
       01 TABLA-ESCALA-ENF REDEFINES VALORES-ESCALA-ENF.
           05 TRAMO-ENF OCCURS 10 TIMES.
              10 TEE-DIA-DESDE   PIC 9(3).
              10 TEE-PORCENTAJE  PIC 9(3).
              10 TEE-RECUPERABLE PIC X(1).
       01 SUB-TRAMO-ENF PIC 9(2).
       01 SUB-AUSENCIA-EPI PIC 9(3).
      * The gross before any absence touched it -- every ENF line is
      * priced on the same daily base.
       01 SALARIO-ANTES-AUSENCIAS PIC 9(7)V9(2).
       01 BASE-DIARIA-ENF PIC 9(6)V9(2).
       01 DIAS-PREVIOS-ENF PIC 9(3)V9(1).
       01 LINEA-DESDE-ENF PIC 9(3)V9(1).
       01 LINEA-HASTA-ENF PIC 9(3)V9(1).
       01 TRAMO-DESDE-ENF PIC 9(3)V9(1).
       01 TRAMO-HASTA-ENF PIC 9(3)V9(1).
       01 DIAS-TRAMO-ENF PIC 9(3)V9(1).
       01 DIAS-CODIGO-ENF PIC 9(3).
      * The bands applied to the current employee, for the payslip,
      * the detail log and BAJAS_ENF.LOG.
       01 TOTAL-BAJAS-EMP PIC 9(2) VALUE 0.
       01 TABLA-BAJAS-EMP.
           05 BAJA-EMP OCCURS 12 TIMES.
              10 TBE-EPISODIO    PIC 9(8).
              10 TBE-DIA-DESDE   PIC 9(3).
              10 TBE-DIA-HASTA   PIC 9(3).
              10 TBE-DIAS        PIC 9(3)V9(1).
              10 TBE-PORCENTAJE  PIC 9(3).
              10 TBE-RECUPERABLE PIC X(1).
              10 TBE-BASE-DIARIA PIC 9(6)V9(2).
              10 TBE-PAGADO      PIC 9(8)V9(2).
              10 TBE-DESCONTADO  PIC 9(8)V9(2).
       01 SUB-BAJA-EMP PIC 9(2).
       01 LINEA-PAYSLIP-ENF.
           05 FILLER          PIC X(4) VALUE "    ".
           05 FILLER          PIC X(9) VALUE "BAJA ENF ".
           05 LPB-EPISODIO    PIC 9(8).
           05 FILLER          PIC X(6) VALUE " DIAS ".
           05 LPB-DESDE       PIC 9(3).
           05 FILLER          PIC X(1) VALUE "-".
           05 LPB-HASTA       PIC 9(3).
           05 FILLER          PIC X(2) VALUE "  ".
           05 LPB-DIAS        PIC ZZ9.9.
           05 FILLER          PIC X(4) VALUE " AL ".
           05 LPB-PORCENTAJE  PIC ZZ9.
           05 FILLER          PIC X(3) VALUE "%  ".
           05 LPB-DESCUENTO   PIC -(6)9.99.
       01 DIAS-VAC-DEFECTO PIC 9(2)V9(2) VALUE 23.00.
       01 DIAS-VAC-ALTA PIC 9(2)V9(2).
      * First-pay proration for a mid-period hire, shown on the slip.
       01 DIAS-TRABAJADOS-ALTA PIC 9(2).
       01 FECHA-ALTA-CAPTURA PIC 9(8).
      * Run type: the bonus run prices from EMP-YTD, withholds as
      * usual, and leaves salary and monthly accumulators alone. The
      * off-cycle run is the normal pay for a named few, after the
      * period's run has completed.
       01 TIPO-EJECUCION PIC X(1) VALUE "N".
           88 ES-EJECUCION-BONO VALUE "B".
           88 ES-EJECUCION-FUERA-CICLO VALUE "F".
       01 PROGRAMA-HISTORIAL PIC X(12) VALUE "FACTURACION".
       01 PERIODO-CONTROL PIC 9(6).
       01 AJUSTES-STATUS PIC X(2).
           05 EG-GRADO  PIC X(2).
           05 FILLER    PIC X(21)
              VALUE "] TASA 5% POR DEFECTO".
      * The current employee's signed corrections; applied in the
      * matching period, then the file is rewritten with only what is
      * still unapplied.
       01 TOTAL-AJUSTES-CARGADOS PIC 9(3) VALUE 0.
       01 TABLA-AJUSTES.
           05 AJUSTE OCCURS 100 TIMES.
              10 TAJ-PERIODO  PIC 9(6).
              10 TAJ-APLICADO PIC X(1).
              10 TAJ-ESTADO   PIC X(1).
              10 TAJ-SECUENCIA PIC 9(7).
       01 SUB-AJUSTE PIC 9(3).
       01 IMPORTE-AJUSTE PIC S9(10)V9(2).
       01 TOTAL-AJUSTES-RUN PIC S9(10)V9(2) VALUE 0.
           05 LPH-DIAS          PIC Z9.
           05 FILLER            PIC X(5) VALUE " DIAS".
       01 BANCO-STATUS PIC X(2).
      * Only a file that got its trailer is sealed -- an aborted run
      * leaves no seal, so LIBBANCO has nothing to release.
       01 BANCO-COMPLETO PIC X(3) VALUE "NO ".
           88 HAY-BANCO-COMPLETO VALUE "SI ".
      * Control figures for the bank file trailer -- the bank rejects
      * the upload when the trailer count/hash disagree with the
      * detail lines, so they are accumulated off the same NETO that
       01 LINEA-BANCO-DET.
           05 LB-TIPO   PIC X(1) VALUE "D".
           05 LB-EMP-ID PIC 9(5).
           05 LB-CUENTA PIC X(34).
           05 LB-NETO   PIC 9(10)V9(2).
       01 LINEA-BANCO-TRL.
           05 LBT-TIPO      PIC X(1) VALUE "T".
           05 LBT-REGISTROS PIC 9(5).
           05 LBT-TOTAL     PIC 9(12)V9(2).
       01 CUENTA-BANCO PIC X(34).
      * The current employee's split-pay instructions, and the per-pay
      * distribution they produce: one slot per bank line this
      * employee's net splits into (the last one is the remainder to
      * the main account). With no instructions the table holds the
       01 TABLA-INSTRUCCIONES.
           05 INSTRUCCION OCCURS 200 TIMES.
              10 TIP-EMP-ID    PIC 9(5).
              10 TIP-CUENTA    PIC X(34).
              10 TIP-TIPO      PIC X(1).
              10 TIP-VALOR     PIC 9(5)V9(2).
              10 TIP-PRIORIDAD PIC 9(1).
       01 TOTAL-DIST-PAGO PIC 9(2) VALUE 0.
       01 TABLA-DIST-PAGO.
           05 DIST-PAGO OCCURS 10 TIMES.
              10 DSP-CUENTA  PIC X(34).
              10 DSP-IMPORTE PIC 9(10)V9(2).
       01 SUB-DIST-PAGO PIC 9(2).
       01 RESTO-PAGO PIC 9(10)V9(2).
       01 LINEA-PAYSLIP-DIS.
           05 FILLER       PIC X(4) VALUE "    ".
           05 FILLER       PIC X(15) VALUE "PAGO EN CUENTA ".
           05 LPC-CUENTA   PIC X(34).
           05 FILLER       PIC X(2) VALUE "  ".
           05 LPC-IMPORTE  PIC Z(6)9.99.
       01 RESPALDO-STATUS PIC X(2).
              VALUE "RESPALDO EMPLEADOS  FECHA ".
           05 RC-FECHA PIC 9(8).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 PROGRESO-STATUS PIC X(2).
       01 EJECUCION-OK PIC X(3) VALUE "NO ".
           88 EJECUCION-PERMITIDA VALUE "SI ".
       01 BONO-BLOQUEADO PIC X(3) VALUE "NO ".
       01 ANIO-BLOQUEADO PIC X(3) VALUE "NO ".
           88 ES-ANIO-BLOQUEADO VALUE "SI ".
       01 LINEAS-SALTAR PIC 9(5) VALUE 0.
      * Set when this run picks up an "E" key a run left behind.
       01 EJECUCION-REANUDADA PIC X(3) VALUE "NO ".
           88 ES-REANUDACION VALUE "SI ".
       01 LINEAS-PROCESADAS PIC 9(5) VALUE 0.
       01 LINEA-CONSUMIDA PIC X(3) VALUE "NO ".
           88 SE-CONSUMIO-LINEA VALUE "SI ".
       01 ATRASOS-STATUS PIC X(2).
       01 DEVUELTOS-STATUS PIC X(2).
      * The current employee's unresolved bank returns -- the pay
      * still goes out (the employee is owed it) but the run calls
      * the account into question and ends with the warning code.
       01 TOTAL-DEVUELTOS-CARGADOS PIC 9(3) VALUE 0.
       01 TABLA-DEVUELTOS.
           05 DEVUELTO OCCURS 100 TIMES.
              10 TDV-IMPORTE PIC 9(10)V9(2).
       01 SUB-DEVUELTO PIC 9(3).
       01 AVISOS-DEVUELTOS PIC 9(5) VALUE 0.
      * The current employee's loans; TP-MOVIMIENTO carries what this
      * pay recovered from each loan, and the lines go back to the
      * work file the file is rewritten from -- same discipline as
      * the arrears.
       01 PRESTAMOS-STATUS PIC X(2).
       01 TOTAL-PRESTAMOS-CARGADOS PIC 9(3) VALUE 0.
       01 TABLA-PRESTAMOS.
              10 TP-PERIODO-INICIO PIC 9(6).
              10 TP-ESTADO         PIC X(1).
              10 TP-MOVIMIENTO     PIC 9(8)V9(2).
              10 TP-SECUENCIA      PIC 9(7).
       01 SUB-PRESTAMO PIC 9(3).
       01 IMPORTE-PRESTAMO PIC 9(8)V9(2).
       01 TOTAL-PRESTAMOS-RUN PIC 9(10)V9(2) VALUE 0.
           05 FILLER      PIC X(7) VALUE "  SALDO".
           05 FILLER      PIC X(1) VALUE " ".
           05 LPP-SALDO   PIC Z(7)9.99.
      * The current employee's court garnishment orders, same
      * discipline as the loans: the lines go back to the work file
      * the file is rewritten from, TE-MOVIMIENTO is what this pay
      * retained for each order and TE-LISTADO marks the orders
      * already printed on the remittance.
       01 EMBARGOS-STATUS PIC X(2).
       01 REMESA-EMB-STATUS PIC X(2).
       01 TOTAL-EMBARGOS-CARGADOS PIC 9(3) VALUE 0.
       01 TABLA-EMBARGOS.
           05 EMBARGO OCCURS 100 TIMES.
              10 TE-EMP-ID       PIC 9(5).
              10 TE-REFERENCIA   PIC X(20).
              10 TE-JUZGADO      PIC X(30).
              10 TE-ACREEDOR     PIC X(30).
              10 TE-CUENTA       PIC X(20).
              10 TE-DEUDA        PIC 9(8)V9(2).
              10 TE-PAGADO       PIC 9(8)V9(2).
              10 TE-FECHA-INICIO PIC 9(8).
              10 TE-INICIO-R REDEFINES TE-FECHA-INICIO.
                 15 TE-PERIODO-INICIO PIC 9(6).
                 15 FILLER            PIC 9(2).
              10 TE-PRIORIDAD    PIC 9(2).
              10 TE-ESTADO       PIC X(1).
              10 TE-ULT-PERIODO  PIC 9(6).
              10 TE-ULT-IMPORTE  PIC 9(8)V9(2).
              10 TE-ULT-EMPRESA  PIC X(2).
              10 TE-MOVIMIENTO   PIC 9(8)V9(2).
              10 TE-LISTADO      PIC X(1).
              10 TE-SECUENCIA    PIC 9(7).
       01 SUB-EMBARGO PIC 9(3).
       01 SUB-GRUPO-EMB PIC 9(3).
       01 EMBARGOS-EMPLEADO PIC 9(3).
       01 PRIORIDAD-EMBARGO PIC 9(3).
       01 IMPORTE-EMBARGO PIC 9(8)V9(2).
       01 SALDO-EMBARGO PIC 9(8)V9(2).
       01 TOTAL-EMBARGOS-RUN PIC 9(10)V9(2) VALUE 0.
      * The seizable part of a net: the first tranche (one protected
      * floor) is exempt, the next four are seized at the rates
      * below and everything above five floors at the last one.
       01 EMBARGABLE PIC 9(10)V9(2).
       01 RESTO-EMBARGABLE PIC 9(10)V9(2).
       01 TRAMO-EMBARGABLE PIC 9(10)V9(2).
       01 SUB-ESCALA PIC 9(1).
       01 VALORES-ESCALA-EMBARGO.
           05 FILLER PIC 9V9(2) VALUE 0.
           05 FILLER PIC 9V9(2) VALUE 0.30.
           05 FILLER PIC 9V9(2) VALUE 0.50.
           05 FILLER PIC 9V9(2) VALUE 0.60.
           05 FILLER PIC 9V9(2) VALUE 0.75.
           05 FILLER PIC 9V9(2) VALUE 0.90.
       01 TABLA-ESCALA-EMBARGO REDEFINES VALORES-ESCALA-EMBARGO.
           05 ESCALA-PORCENTAJE PIC 9V9(2) OCCURS 6 TIMES.
       01 LINEA-PAYSLIP-EMB.
           05 FILLER      PIC X(4) VALUE "    ".
           05 FILLER      PIC X(8) VALUE "EMBARGO ".
           05 LPE-REFERENCIA PIC X(20).
           05 FILLER      PIC X(7) VALUE "  SALDO".
           05 FILLER      PIC X(1) VALUE " ".
           05 LPE-SALDO   PIC Z(7)9.99.
      * The remittance: what each court/creditor gets for the period,
      * one line per order and a subtotal per destination.
       01 EMBARGOS-REMESA PIC 9(3) VALUE 0.
       01 SUBTOTAL-REMESA-EMB PIC 9(10)V9(2).
       01 TOTAL-REMESA-EMB PIC 9(10)V9(2).
       01 LINEA-REMESA-GRUPO.
           05 FILLER      PIC X(8) VALUE "JUZGADO ".
           05 LRG-JUZGADO PIC X(30).
           05 FILLER      PIC X(10) VALUE " ACREEDOR ".
           05 LRG-ACREEDOR PIC X(30).
       01 LINEA-REMESA-CUENTA.
           05 FILLER      PIC X(20) VALUE "  CUENTA DE INGRESO ".
           05 LRC-CUENTA  PIC X(20).
       01 LINEA-REMESA-EMB.
           05 FILLER      PIC X(4) VALUE "    ".
           05 LRE-EMP-ID  PIC 9(5).
           05 FILLER      PIC X(2) VALUE "  ".
           05 LRE-REFERENCIA PIC X(20).
           05 FILLER      PIC X(2) VALUE "  ".
           05 LRE-IMPORTE PIC Z(7)9.99.
           05 FILLER      PIC X(9) VALUE "  SALDO  ".
           05 LRE-SALDO   PIC Z(7)9.99.
       01 LINEA-REMESA-TOTAL.
           05 FILLER      PIC X(4) VALUE "    ".
           05 LRT-TEXTO   PIC X(29).
           05 LRT-IMPORTE PIC Z(9)9.99.
      * Employer-side contribution rates and their run totals -- the
      * employer's cost on each gross, not a deduction from the pay.
       01 CUOTAS-STATUS PIC X(2).
       01 CTA-CUOTA-PAT PIC X(8) VALUE "642     ".
       01 CTA-PREF-CUOTA PIC X(3) VALUE "476".
       01 CTA-PRESTAMOS PIC X(8) VALUE "544     ".
       01 CTA-PREF-COMPL PIC X(3) VALUE "640".
       01 CTA-PREF-BENEF PIC X(3) VALUE "649".
       01 CTA-PREF-BEN-PAG PIC X(3) VALUE "410".
       01 LINEA-DECL-CUOTA.
           05 FILLER       PIC X(9) VALUE "CONCEPTO ".
           05 DC-CONCEPTO  PIC X(4).
           05 DC-IMPORTE   PIC Z(11)9.99.
       01 CAMBIOS-STATUS PIC X(2).
           COPY CAMBLOG.
           COPY IBANVAL.
           COPY SELLO.
           COPY SIGNON.
       01 EDIT-REPORT-STATUS PIC X(2).
      * Batch file controls checked before anyone is processed, and
      * the morning-shift edit report of everything rejected and why.
              10 DA-BRUTO    PIC 9(12)V9(2).
              10 DA-IMPUESTO PIC 9(12)V9(2).
              10 DA-NETO     PIC 9(12)V9(2).
              10 DA-COMPLEMENTOS PIC 9(12)V9(2).
              10 DA-CUOTA    PIC 9(12)V9(2).
       01 SUB-DEPTO PIC 9(2).
       01 DEPTO PIC X(4).
      * One employee's figures as they land on one department: the
      * whole of them on the home department, or each department's
      * share when REPARTO_COSTES.DAT splits the cost.
       01 DEPTO-CASA PIC X(4).
       01 CASA-EN-REPARTO PIC X(3) VALUE "NO ".
           88 CASA-ESTA-EN-REPARTO VALUE "SI ".
       01 PARTE-PERSONAS PIC 9(1).
       01 PARTE-SALARIO PIC 9(12)V9(2).
       01 PARTE-BRUTO PIC 9(12)V9(2).
       01 PARTE-IMPUESTO PIC 9(12)V9(2).
       01 PARTE-NETO PIC 9(12)V9(2).
       01 PARTE-COMPLEMENTOS PIC 9(12)V9(2).
       01 PARTE-CUOTA PIC 9(12)V9(2).
       01 TABLA-PARTES-DEPTO.
           05 PARTE-DEPTO OCCURS 5 TIMES.
              10 PD-SALARIO      PIC 9(12)V9(2).
              10 PD-BRUTO        PIC 9(12)V9(2).
              10 PD-IMPUESTO     PIC 9(12)V9(2).
              10 PD-NETO         PIC 9(12)V9(2).
              10 PD-COMPLEMENTOS PIC 9(12)V9(2).
              10 PD-CUOTA        PIC 9(12)V9(2).
      * The employer contributions on the employee just priced -- they
      * follow the salary into the departments.
       01 CUOTA-EMPLEADO PIC 9(10)V9(2) VALUE 0.
           COPY REPARTWS.
           COPY PUESTOWS.
      * A lote line moving an employee already on file to another
      * position frees the one left once the record is rewritten.
       01 PUESTO-ANTERIOR PIC X(6).
       01 CAMBIO-PUESTO PIC X(3) VALUE "NO ".
           88 HAY-CAMBIO-PUESTO VALUE "SI ".
      * The department master loaded at INICIO -- when the file is
      * missing (installations from before DEPTMANT.cbl) nothing is
      * validated and everything behaves as it always did.
      * declaration carries it.
       01 EMPRESA-EJECUCION PIC X(2) VALUE "01".
       01 EMPRESA-EMPLEADO PIC X(2).
       01 PAYSLIP-NOMBRE PIC X(30) VALUE "PAYSLIP.TXT".
       01 DISTRIB-NOMBRE PIC X(34) VALUE "DISTRIBUCION_DEPTO.TXT".
       01 BANCO-NOMBRE PIC X(30) VALUE "PAGOS_BANCO.DAT".
       01 SELLO-NOMBRE PIC X(30) VALUE "SELLO_PAGOS.DAT".
       01 DECL-CUOTAS-NOMBRE PIC X(36) VALUE "DECLARACION_CUOTAS.TXT".
       01 REMESA-EMB-NOMBRE PIC X(36) VALUE "REMESA_EMBARGOS.TXT".
      * Each off-cycle run of a month gets the next free number, and
      * every file it writes carries "_FCI_AAAAMM_NN" -- a later
      * off-cycle run never overwrites an upload not yet released
      * or a return not yet filed.
       01 SUFIJO-FCI.
           05 FILLER      PIC X(5) VALUE "_FCI_".
           05 SFC-PERIODO PIC 9(6).
           05 FILLER      PIC X(1) VALUE "_".
           05 SFC-NUMERO  PIC 9(2).
       01 NUMERO-FCI PIC 9(2) VALUE 0.
       01 NUMERO-FCI-SW PIC X(3) VALUE "NO ".
           88 HAY-NUMERO-FCI VALUE "SI ".
      * EMPRMANT.cbl's company parameters -- every document header
      * pulls the letterhead from here; an absent file leaves the
      * documents bare, as they always were.
       01 TOTAL-DIST-SALARIO PIC 9(12)V9(2) VALUE 0.
      * Filled in before PERFORMing ABORTAR-POR-ESTADO so the abort
      * message can name the file and status that failed.
       01 NOMBRE-ARCHIVO-ERR PIC X(36).
       01 ESTADO-ARCHIVO-ERR PIC X(2).
      * Set when this period's run-control record is "E" -- a crashed
      * run whose own REWRITEs explain a master-control mismatch.
           05 FILLER       PIC X(2) VALUE "  ".
           05 DD2-NETO     PIC Z(9)9.99.
           05 FILLER       PIC X(2) VALUE "  ".
           05 DD2-CUOTA    PIC Z(9)9.99.
           05 FILLER       PIC X(2) VALUE "  ".
           05 DD2-NOMBRE   PIC X(18).
      * The run's journal entry is composed in memory first and only
      * written out once debits minus credits prove to net to zero --
       01 TOTAL-IMPUESTO-RUN PIC 9(12)V9(2) VALUE 0.
       01 TOTAL-ATRASOS-NETO PIC 9(10)V9(2) VALUE 0.
      * Room for the worst case: 50 department debits plus arrears,
      * 21 allowance legs, retention, 20 deduction codes, loans,
      * adjustments, 50 department contribution debits and the
      * contribution credits.
       01 TOTAL-ASIENTOS PIC 9(3) VALUE 0.
       01 TABLA-DIARIO.
           05 ASIENTO OCCURS 400 TIMES.
              10 AS-CUENTA  PIC X(8).
              10 AS-TIPO    PIC X(1).
              10 AS-IMPORTE PIC 9(12)V9(2).
       01 SUB-ASIENTO PIC 9(3).
       01 TOTAL-DEBE PIC 9(12)V9(2) VALUE 0.
       01 TOTAL-HABER PIC 9(12)V9(2) VALUE 0.
       01 IMPORTE-ASIENTO PIC 9(12)V9(2).
           05 DI-IMPORTE    PIC 9(12)V9(2).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DI-EMPRESA    PIC X(2).
      * The current employee's pending arrears; TA-PAGADO flips when
      * this run pays the entry, and only unpaid entries are written
      * back.
       01 TOTAL-ATRASOS-CARGADOS PIC 9(3) VALUE 0.
       01 TABLA-ATRASOS.
           05 ATRASO OCCURS 100 TIMES.
              10 TA-DIF-BRUTO PIC 9(8)V9(2).
              10 TA-DIF-NETO  PIC 9(8)V9(2).
              10 TA-PAGADO    PIC X(1).
              10 TA-SECUENCIA PIC 9(7).
       01 SUB-ATRASO PIC 9(3).
       01 TOTAL-ATRASOS-PAGADOS PIC 9(10)V9(2) VALUE 0.
       01 LINEA-PAYSLIP-ATR.
      * open in ABRIR-ARCHIVOS-SALIDA once the run is cleared.
          PERFORM ABRIR-HIST-PAGOS-FILE.
          PERFORM ABRIR-HIST-DETALLE-FILE.
          PERFORM ABRIR-BAJAS-ENF-FILE.
          PERFORM ABRIR-CAMBIOS-FILE.
          OPEN OUTPUT EDIT-REPORT-FILE.
          OPEN OUTPUT EXCEP-GRADO-FILE.
          PERFORM VERIFICAR-ARCHIVO-LOTE.
          IF NOT ES-MODO-ARCHIVO
             DISPLAY "TIPO DE EJECUCION (N=NOMINA, B=BONO/AGUINALDO, "
                     "F=FUERA DE CICLO, S=SIMULACION)"
             ACCEPT TIPO-EJECUCION
             DISPLAY "FRECUENCIA (M=MENSUAL, S=SEMANAL, Q=QUINCENAL)"
             ACCEPT FRECUENCIA-EJECUCION
             DISPLAY "EJECUCION DE SIMULACION -- SE VALORA TODO, "
                     "NO SE CONFIRMA NADA"
          END-IF.
      * The bank file is sealed in the name of whoever ran it, and
      * the release must come from somebody else -- so a paying run
      * at the terminal signs on; the nightly lote runs as NOCTURNA.
          IF ES-MODO-ARCHIVO
             MOVE "NOCTURNA" TO OPERADOR-ACTUAL
          ELSE
             IF NOT ES-SIMULACION
                PERFORM FIRMAR-OPERADOR
                IF NOT HAY-SIGNON
                   DISPLAY "SIN FIRMA DE OPERADOR, NO SE PAGA NADIE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF
             END-IF
          END-IF.
          IF ES-EJECUCION-BONO
             MOVE "FACT-BONO" TO PROGRAMA-HISTORIAL
             DISPLAY "EJECUCION DE BONO -- SE PAGA UN DOCEAVO DEL "
                MOVE "M" TO FRECUENCIA-EJECUCION
             END-IF
          END-IF.
      * The off-cycle run keeps its own slips, distribution, bank
      * upload, seal, contribution return and garnishment remittance
      * -- the period's normal files stay as the normal run left
      * them, sealed or already released. The names are numbered
      * once the run holds the period lock (NOMBRAR-ARCHIVOS-FCI).
      * It pays the month like the normal run, so it is monthly too.
          IF ES-EJECUCION-FUERA-CICLO
             DISPLAY "PAGO FUERA DE CICLO -- SOLO LOS EMPLEADOS QUE "
                     "SE INGRESEN, CON LA NOMINA DEL PERIODO TERMINADA"
             IF NOT ES-EJECUCION-MENSUAL
                DISPLAY "EL PAGO FUERA DE CICLO SOLO SE EJECUTA EN "
                        "FRECUENCIA MENSUAL, SE IGNORA LA FRECUENCIA "
                        "PEDIDA"
                MOVE "M" TO FRECUENCIA-EJECUCION
             END-IF
          END-IF.
      * A weekly/biweekly run only exists inside a calendar cycle --
      * without one for today there is nothing to lock it under.
          IF NOT ES-EJECUCION-MENSUAL
             PERFORM VERIFICAR-MAESTRO
          END-IF.
      * The pending-file loads happen before the run registers: a
      * line that cannot reach the work file stops everything here,
      * or the end-of-run rewrite would delete it. Every line goes to
      * the work file, whatever the size of the roster.
          IF MAESTRO-ES-VALIDO
             PERFORM ABRIR-TRABAJO-FILE
             PERFORM CARGAR-ATRASOS
             PERFORM CARGAR-AJUSTES
             PERFORM CARGAR-PRESTAMOS
             PERFORM CARGAR-EMBARGOS
             PERFORM CARGAR-DED-PENDIENTES
             PERFORM CARGAR-CAMBIOS-PEND
             PERFORM CARGAR-ACUMULADOS-RETENCION
             IF ES-EJECUCION-FUERA-CICLO
                PERFORM CARGAR-PAGOS-PERIODO
             END-IF
          END-IF.
          IF MAESTRO-ES-VALIDO AND CARGA-ES-VALIDA
      * A simulation neither takes the period lock nor resumes one --
             IF NOT ES-SIMULACION
                PERFORM RESPALDAR-MAESTRO
             END-IF
             IF ES-EJECUCION-FUERA-CICLO
                PERFORM NOMBRAR-ARCHIVOS-FCI
             END-IF
             PERFORM CARGAR-EMPRESA
      * The period's statutory set goes in first -- the working
      * calendar below still derives the month's hours limit from
      * its workable days when CALENDARIO_LABORAL.DAT is on file.
             PERFORM INICIALIZAR-TABLA-INCREMENTOS
             PERFORM CARGAR-CALENDARIO-LABORAL
             PERFORM ABRIR-ARCHIVOS-SALIDA
             PERFORM CARGAR-DEDUCCIONES
             PERFORM CARGAR-COMPLEMENTOS
             PERFORM CARGAR-BENEFICIOS
             PERFORM CARGAR-HORAS-MES
             PERFORM CARGAR-PRIMAS-HORARIAS
             PERFORM CARGAR-AUSENCIAS
             PERFORM CARGAR-ESCALA-ENF
             PERFORM CARGAR-PAGOS-DEVUELTOS
             PERFORM CARGAR-INSTRUCCIONES
             PERFORM CARGAR-CUOTAS-PATRONALES
             PERFORM CARGAR-CUENTAS-CONTABLES
             PERFORM CARGAR-DEPARTAMENTOS
             PERFORM CARGAR-REPARTOS
             PERFORM CARGAR-BANDAS
             IF NOT ES-MODO-ARCHIVO
                DISPLAY "INGRESE EL NUMERO DE EMPLEADOS "
                        "(0=TODA LA NOMINA)"
                ACCEPT N
      * The off-cycle run pays the employees named to it, never the
      * roster -- the roster was the normal run.
                IF N = 0
                   IF ES-EJECUCION-FUERA-CICLO
                      DISPLAY "EL PAGO FUERA DE CICLO NO PAGA TODA "
                              "LA NOMINA, INGRESE CUANTOS EMPLEADOS"
                      ACCEPT N
                   ELSE
                      PERFORM CONTAR-NOMINA
                      SET ES-MODO-LOTE TO TRUE
                   END-IF
                END-IF
             END-IF
             IF ES-MODO-ARCHIVO AND LINEAS-SALTAR > 0
                PERFORM REESCRIBIR-ATRASOS-PENDIENTES
                PERFORM REESCRIBIR-AJUSTES-PENDIENTES
                PERFORM REESCRIBIR-PRESTAMOS
                PERFORM REESCRIBIR-EMBARGOS
                PERFORM ESCRIBIR-REMESA-EMBARGOS
                PERFORM REESCRIBIR-DED-PENDIENTES
                PERFORM REESCRIBIR-CAMBIOS-PEND
                PERFORM REGISTRAR-CONTROL-MAESTRO
             CLOSE BATCH-INPUT-FILE
          END-IF.
          CLOSE EMPLOYEE-FILE.
          IF MAESTRO-ES-VALIDO
             CLOSE TRABAJO-FILE
          END-IF.
          IF HAY-SALIDAS-ABIERTAS
             CLOSE PAYSLIP-FILE
             IF NOT ES-SIMULACION
                CLOSE BANCO-FILE
                IF HAY-BANCO-COMPLETO
                   PERFORM SELLAR-PAGOS-BANCO
                END-IF
             END-IF
          END-IF.
          CLOSE HIST-PAGOS-FILE.
          CLOSE HIST-DETALLE-FILE.
          CLOSE BAJAS-ENF-FILE.
          CLOSE CAMBIOS-FILE.
          IF RECHAZOS-LOTE > 0
             DISPLAY "LINEAS RECHAZADAS DEL LOTE: " RECHAZOS-LOTE
             DISPLAY "EMPLEADOS RETENIDOS POR CAMBIOS SIN APROBAR: "
                     RETENIDOS-APROBACION ", DESPACHAR EN APROBCAM"
          END-IF.
          IF RECHAZOS-FUERA-CICLO > 0
             DISPLAY "EMPLEADOS RECHAZADOS POR PAGO YA HECHO EN EL "
                     "PERIODO: " RECHAZOS-FUERA-CICLO
                     ", ANULAR ANTES EN ANULPAGO"
          END-IF.
          PERFORM ESCRIBIR-TOTALES-LOTE.
          CLOSE EDIT-REPORT-FILE.
          IF TOTAL-FALLBACK > 0
             DISPLAY "EMPLEADOS CON GRADO FUERA DE TABLA: "
             IF RECHAZOS-LOTE > 0 OR TOTAL-FALLBACK > 0
                OR SIN-CUENTA-BANCO > 0 OR AVISOS-DEVUELTOS > 0
                OR AVISOS-PEND-LLENO > 0
                OR AVISOS-FICHA-LLENA > 0
                OR RETENIDOS-APROBACION > 0
                OR AVISOS-BENEFICIOS > 0
                OR RECHAZOS-FUERA-CICLO > 0
                MOVE 4 TO RETURN-CODE
                DISPLAY "EJECUCION TERMINADA CON AVISOS, "
                        "CODIGO DE RETORNO 4"
              OPEN EXTEND HIST-DETALLE-FILE
           END-IF.

       ABRIR-BAJAS-ENF-FILE.
           OPEN EXTEND BAJAS-ENF-FILE.
           IF BAJAS-ENF-STATUS = "35"
              OPEN OUTPUT BAJAS-ENF-FILE
              CLOSE BAJAS-ENF-FILE
              OPEN EXTEND BAJAS-ENF-FILE
           END-IF.

       ABRIR-TRABAJO-FILE.
      * Rebuilt on every run from the files as they stand -- after a
      * restart that is the state the last checkpoint rewrote.
           OPEN OUTPUT TRABAJO-FILE.
           IF TRABAJO-STATUS NOT = "00"
              MOVE "NOMINA_TRABAJO.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE TRABAJO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           CLOSE TRABAJO-FILE.
           OPEN I-O TRABAJO-FILE.
           IF TRABAJO-STATUS NOT = "00"
              MOVE "NOMINA_TRABAJO.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE TRABAJO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       ABRIR-CAMBIOS-FILE.
           OPEN EXTEND CAMBIOS-FILE.
           IF CAMBIOS-STATUS = "35"
              DISPLAY "TOTAL DEDUCCION " TTD-CODIGO (SUB-TOT-DED)
                      ": " TTD-TOTAL (SUB-TOT-DED)
           END-PERFORM.
           PERFORM VARYING SUB-TOT-COMPL FROM 1 BY 1
                   UNTIL SUB-TOT-COMPL > TOTAL-COD-COMPL
              DISPLAY "TOTAL COMPLEMENTO " TTC-CODIGO (SUB-TOT-COMPL)
                      ": " TTC-TOTAL (SUB-TOT-COMPL)
           END-PERFORM.
           PERFORM VARYING SUB-TOT-BEN FROM 1 BY 1
                   UNTIL SUB-TOT-BEN > TOTAL-COD-BEN
              DISPLAY "TOTAL APORTACION EMPRESA PLAN "
                      TTB-PLAN (SUB-TOT-BEN) ": "
                      TTB-TOTAL (SUB-TOT-BEN)
           END-PERFORM.
           IF TOTAL-PRESTAMOS-RUN > 0
              DISPLAY "TOTAL CUOTAS DE PRESTAMO: " TOTAL-PRESTAMOS-RUN
           END-IF.
           IF TOTAL-EMBARGOS-RUN > 0
              DISPLAY "TOTAL RETENIDO POR EMBARGOS: " TOTAL-EMBARGOS-RUN
           END-IF.
           IF TOTAL-ATRASOS-PAGADOS > 0
              DISPLAY "TOTAL ATRASOS PAGADOS (BRUTO): "
                      TOTAL-ATRASOS-PAGADOS
           IF TOTAL-AJUSTES-RUN NOT = 0
              DISPLAY "TOTAL AJUSTES APLICADOS: " TOTAL-AJUSTES-RUN
           END-IF.
           IF TOTAL-REGULARIZACION-RUN NOT = 0
              DISPLAY "TOTAL REGULARIZACION DE RETENCION: "
                      TOTAL-REGULARIZACION-RUN
           END-IF.

       ACUMULAR-DEPTO.
      * Old records with no department yet report under "????" so
      * their cost is visible instead of silently dropped. A shared
      * employee's money lands on each department of the split in
      * force for the period; the person is counted once, at home.
           MOVE EMP-DEPTO TO DEPTO-CASA.
           IF DEPTO-CASA = SPACES
              MOVE "????" TO DEPTO-CASA
           END-IF.
           MOVE EMP-ID TO REPARTO-EMP-ID.
           MOVE PERIODO-ACTUAL TO REPARTO-PERIODO.
           PERFORM BUSCAR-REPARTO.
           IF HAY-REPARTO
              PERFORM REPARTIR-EN-DEPTOS
           ELSE
              MOVE DEPTO-CASA TO DEPTO
              MOVE 1 TO PARTE-PERSONAS
              MOVE SALARIO TO PARTE-SALARIO
              MOVE RESULTADO TO PARTE-BRUTO
              MOVE IMPUESTO TO PARTE-IMPUESTO
              MOVE NETO TO PARTE-NETO
              MOVE COMPL-TRIBUTABLE-EMP TO PARTE-COMPLEMENTOS
              MOVE CUOTA-EMPLEADO TO PARTE-CUOTA
              PERFORM ACUMULAR-PARTE-DEPTO
           END-IF.

       REPARTIR-EN-DEPTOS.
           MOVE SALARIO TO IMPORTE-A-REPARTIR.
           PERFORM REPARTIR-IMPORTE.
           PERFORM VARYING SUB-PARTE FROM 1 BY 1
                   UNTIL SUB-PARTE > TOTAL-PARTES
              MOVE PT-IMPORTE (SUB-PARTE) TO PD-SALARIO (SUB-PARTE)
           END-PERFORM.
           MOVE RESULTADO TO IMPORTE-A-REPARTIR.
           PERFORM REPARTIR-IMPORTE.
           PERFORM VARYING SUB-PARTE FROM 1 BY 1
                   UNTIL SUB-PARTE > TOTAL-PARTES
              MOVE PT-IMPORTE (SUB-PARTE) TO PD-BRUTO (SUB-PARTE)
           END-PERFORM.
           MOVE IMPUESTO TO IMPORTE-A-REPARTIR.
           PERFORM REPARTIR-IMPORTE.
           PERFORM VARYING SUB-PARTE FROM 1 BY 1
                   UNTIL SUB-PARTE > TOTAL-PARTES
              MOVE PT-IMPORTE (SUB-PARTE) TO PD-IMPUESTO (SUB-PARTE)
           END-PERFORM.
           MOVE NETO TO IMPORTE-A-REPARTIR.
           PERFORM REPARTIR-IMPORTE.
           PERFORM VARYING SUB-PARTE FROM 1 BY 1
                   UNTIL SUB-PARTE > TOTAL-PARTES
              MOVE PT-IMPORTE (SUB-PARTE) TO PD-NETO (SUB-PARTE)
           END-PERFORM.
           MOVE COMPL-TRIBUTABLE-EMP TO IMPORTE-A-REPARTIR.
           PERFORM REPARTIR-IMPORTE.
           PERFORM VARYING SUB-PARTE FROM 1 BY 1
                   UNTIL SUB-PARTE > TOTAL-PARTES
              MOVE PT-IMPORTE (SUB-PARTE) TO
                   PD-COMPLEMENTOS (SUB-PARTE)
           END-PERFORM.
           MOVE CUOTA-EMPLEADO TO IMPORTE-A-REPARTIR.
           PERFORM REPARTIR-IMPORTE.
           PERFORM VARYING SUB-PARTE FROM 1 BY 1
                   UNTIL SUB-PARTE > TOTAL-PARTES
              MOVE PT-IMPORTE (SUB-PARTE) TO PD-CUOTA (SUB-PARTE)
           END-PERFORM.
           MOVE "NO " TO CASA-EN-REPARTO.
           PERFORM VARYING SUB-PARTE FROM 1 BY 1
                   UNTIL SUB-PARTE > TOTAL-PARTES
              MOVE PT-DEPTO (SUB-PARTE) TO DEPTO
              MOVE 0 TO PARTE-PERSONAS
              IF DEPTO = DEPTO-CASA
                 MOVE 1 TO PARTE-PERSONAS
                 SET CASA-ESTA-EN-REPARTO TO TRUE
              END-IF
              MOVE PD-SALARIO (SUB-PARTE) TO PARTE-SALARIO
              MOVE PD-BRUTO (SUB-PARTE) TO PARTE-BRUTO
              MOVE PD-IMPUESTO (SUB-PARTE) TO PARTE-IMPUESTO
              MOVE PD-NETO (SUB-PARTE) TO PARTE-NETO
              MOVE PD-COMPLEMENTOS (SUB-PARTE) TO PARTE-COMPLEMENTOS
              MOVE PD-CUOTA (SUB-PARTE) TO PARTE-CUOTA
              PERFORM ACUMULAR-PARTE-DEPTO
           END-PERFORM.
      * A home department outside the split still counts the person.
           IF NOT CASA-ESTA-EN-REPARTO
              MOVE DEPTO-CASA TO DEPTO
              MOVE 1 TO PARTE-PERSONAS
              MOVE 0 TO PARTE-SALARIO
              MOVE 0 TO PARTE-BRUTO
              MOVE 0 TO PARTE-IMPUESTO
              MOVE 0 TO PARTE-NETO
              MOVE 0 TO PARTE-COMPLEMENTOS
              MOVE 0 TO PARTE-CUOTA
              PERFORM ACUMULAR-PARTE-DEPTO
           END-IF.

       ACUMULAR-PARTE-DEPTO.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS
              IF DA-DEPTO (SUB-DEPTO) = DEPTO
                 ADD PARTE-PERSONAS TO DA-PERSONAS (SUB-DEPTO)
                 ADD PARTE-SALARIO TO DA-SALARIO (SUB-DEPTO)
                 ADD PARTE-BRUTO TO DA-BRUTO (SUB-DEPTO)
                 ADD PARTE-IMPUESTO TO DA-IMPUESTO (SUB-DEPTO)
                 ADD PARTE-NETO TO DA-NETO (SUB-DEPTO)
                 ADD PARTE-COMPLEMENTOS TO DA-COMPLEMENTOS (SUB-DEPTO)
                 ADD PARTE-CUOTA TO DA-CUOTA (SUB-DEPTO)
                 MOVE 51 TO SUB-DEPTO
              END-IF
           END-PERFORM.
              IF TOTAL-DEPTOS < 50
                 ADD 1 TO TOTAL-DEPTOS
                 MOVE DEPTO TO DA-DEPTO (TOTAL-DEPTOS)
                 MOVE PARTE-PERSONAS TO DA-PERSONAS (TOTAL-DEPTOS)
                 MOVE PARTE-SALARIO TO DA-SALARIO (TOTAL-DEPTOS)
                 MOVE PARTE-BRUTO TO DA-BRUTO (TOTAL-DEPTOS)
                 MOVE PARTE-IMPUESTO TO DA-IMPUESTO (TOTAL-DEPTOS)
                 MOVE PARTE-NETO TO DA-NETO (TOTAL-DEPTOS)
                 MOVE PARTE-COMPLEMENTOS TO
                      DA-COMPLEMENTOS (TOTAL-DEPTOS)
                 MOVE PARTE-CUOTA TO DA-CUOTA (TOTAL-DEPTOS)
              ELSE
      * A 51st code can only come from stale/invalid departments on
      * old records -- dropping it would unbalance the journal, so
           END-IF.
           WRITE DISTRIB-RECORD.
           PERFORM VERIFICAR-ESCRITURA-DISTRIB.
           MOVE SPACES TO DISTRIB-RECORD.
           STRING "DEPT   PERS      SUELDOS        BRUTO     RETENCION"
                  "             NETO    CUOTA PATR."
               DELIMITED BY SIZE INTO DISTRIB-RECORD
           END-STRING.
           WRITE DISTRIB-RECORD.
           PERFORM VERIFICAR-ESCRITURA-DISTRIB.
           MOVE 0 TO TOTAL-DIST-SALARIO.
              MOVE DA-BRUTO (SUB-DEPTO) TO DD2-BRUTO
              MOVE DA-IMPUESTO (SUB-DEPTO) TO DD2-IMPUESTO
              MOVE DA-NETO (SUB-DEPTO) TO DD2-NETO
              MOVE DA-CUOTA (SUB-DEPTO) TO DD2-CUOTA
              WRITE DISTRIB-RECORD FROM LINEA-DISTRIB
              PERFORM VERIFICAR-ESCRITURA-DISTRIB
              ADD DA-SALARIO (SUB-DEPTO) TO TOTAL-DIST-SALARIO
           MOVE TOTAL-BRUTO-RUN TO DD2-BRUTO.
           MOVE TOTAL-IMPUESTO-RUN TO DD2-IMPUESTO.
           MOVE TOTAL-NETO-PAGADO TO DD2-NETO.
           MOVE TOTAL-CUOTA-PATRONAL TO DD2-CUOTA.
           WRITE DISTRIB-RECORD FROM LINEA-DISTRIB.
           PERFORM VERIFICAR-ESCRITURA-DISTRIB.
           IF TOTAL-DIST-SALARIO = TOTAL-NOMINA
      * the same per-department gross the distribution report prints
      * -- so the ledger shows labor cost by cost center without
      * re-keying DISTRIBUCION_DEPTO.TXT. The departments cover every
      * paid gross, so their sum IS TOTAL-BRUTO-RUN -- less the
      * taxable allowances inside it, which post below to their own
      * accounts together with the exempt ones.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS
              COMPUTE IMPORTE-ASIENTO = DA-BRUTO (SUB-DEPTO)
                    - DA-COMPLEMENTOS (SUB-DEPTO)
              IF IMPORTE-ASIENTO > 0
                 ADD 1 TO TOTAL-ASIENTOS
                 MOVE CTA-SUELDOS TO AS-CUENTA (TOTAL-ASIENTOS)
                 MOVE DA-DEPTO (SUB-DEPTO) TO
                      AS-CUENTA (TOTAL-ASIENTOS) (5:4)
                 MOVE "D" TO AS-TIPO (TOTAL-ASIENTOS)
                 MOVE IMPORTE-ASIENTO TO AS-IMPORTE (TOTAL-ASIENTOS)
              END-IF
           END-PERFORM.
           PERFORM VARYING SUB-TOT-COMPL FROM 1 BY 1
                   UNTIL SUB-TOT-COMPL > TOTAL-COD-COMPL
              IF TTC-TOTAL (SUB-TOT-COMPL) > 0
                 ADD 1 TO TOTAL-ASIENTOS
                 MOVE SPACES TO AS-CUENTA (TOTAL-ASIENTOS)
                 MOVE CTA-PREF-COMPL TO
                      AS-CUENTA (TOTAL-ASIENTOS) (1:3)
                 MOVE TTC-CODIGO (SUB-TOT-COMPL) TO
                      AS-CUENTA (TOTAL-ASIENTOS) (4:4)
                 MOVE "D" TO AS-TIPO (TOTAL-ASIENTOS)
                 MOVE TTC-TOTAL (SUB-TOT-COMPL) TO
                      AS-IMPORTE (TOTAL-ASIENTOS)
              END-IF
           END-PERFORM.
           IF TOTAL-COMPL-SIN-CODIGO > 0
              ADD 1 TO TOTAL-ASIENTOS
              MOVE CTA-SUELDOS TO AS-CUENTA (TOTAL-ASIENTOS)
              MOVE "D" TO AS-TIPO (TOTAL-ASIENTOS)
              MOVE TOTAL-COMPL-SIN-CODIGO TO AS-IMPORTE (TOTAL-ASIENTOS)
           END-IF.
      * Arrears gross carries no department split (RETROCAL queues it
      * without one) -- it posts to the plain salary account.
           IF TOTAL-ATRASOS-PAGADOS > 0
              COMPUTE IMPORTE-ASIENTO = 0 - TOTAL-AJUSTES-RUN
              MOVE IMPORTE-ASIENTO TO AS-IMPORTE (TOTAL-ASIENTOS)
           END-IF.
      * The employer's own contributions: one expense debit per
      * department (account = contribution expense, department code
      * in positions 5-8, the cost spread like the salary), one
      * payable credit per contribution concept -- self-balancing,
      * so the ledger and the declaration stop disagreeing with
      * finance's spreadsheet estimate.
           IF TOTAL-CUOTA-PATRONAL > 0
              PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                      UNTIL SUB-DEPTO > TOTAL-DEPTOS
                 IF DA-CUOTA (SUB-DEPTO) > 0
                    ADD 1 TO TOTAL-ASIENTOS
                    MOVE CTA-CUOTA-PAT TO AS-CUENTA (TOTAL-ASIENTOS)
                    MOVE DA-DEPTO (SUB-DEPTO) TO
                         AS-CUENTA (TOTAL-ASIENTOS) (5:4)
                    MOVE "D" TO AS-TIPO (TOTAL-ASIENTOS)
                    MOVE DA-CUOTA (SUB-DEPTO) TO
                         AS-IMPORTE (TOTAL-ASIENTOS)
                 END-IF
              END-PERFORM
              PERFORM VARYING SUB-CUOTA FROM 1 BY 1
                      UNTIL SUB-CUOTA > TOTAL-CUOTAS-CARGADAS
                 IF TC-TOTAL (SUB-CUOTA) > 0
                 END-IF
              END-PERFORM
           END-IF.
      * The company share of the benefit plans: a cost debit and a
      * provider-payable credit per plan. The employee share already
      * sits in the plan's deduction leg above.
           PERFORM VARYING SUB-TOT-BEN FROM 1 BY 1
                   UNTIL SUB-TOT-BEN > TOTAL-COD-BEN
              IF TTB-TOTAL (SUB-TOT-BEN) > 0
                 ADD 1 TO TOTAL-ASIENTOS
                 MOVE SPACES TO AS-CUENTA (TOTAL-ASIENTOS)
                 MOVE CTA-PREF-BENEF TO
                      AS-CUENTA (TOTAL-ASIENTOS) (1:3)
                 MOVE TTB-PLAN (SUB-TOT-BEN) TO
                      AS-CUENTA (TOTAL-ASIENTOS) (4:4)
                 MOVE "D" TO AS-TIPO (TOTAL-ASIENTOS)
                 MOVE TTB-TOTAL (SUB-TOT-BEN) TO
                      AS-IMPORTE (TOTAL-ASIENTOS)
                 ADD 1 TO TOTAL-ASIENTOS
                 MOVE SPACES TO AS-CUENTA (TOTAL-ASIENTOS)
                 MOVE CTA-PREF-BEN-PAG TO
                      AS-CUENTA (TOTAL-ASIENTOS) (1:3)
                 MOVE TTB-PLAN (SUB-TOT-BEN) TO
                      AS-CUENTA (TOTAL-ASIENTOS) (4:4)
                 MOVE "H" TO AS-TIPO (TOTAL-ASIENTOS)
                 MOVE TTB-TOTAL (SUB-TOT-BEN) TO
                      AS-IMPORTE (TOTAL-ASIENTOS)
              END-IF
           END-PERFORM.
           ADD 1 TO TOTAL-ASIENTOS.
           MOVE CTA-NETO TO AS-CUENTA (TOTAL-ASIENTOS).
           MOVE "H" TO AS-TIPO (TOTAL-ASIENTOS).
              MOVE 4 TO RETURN-CODE
           ELSE
      * The journal ACCUMULATES the period's runs (normal, bonus,
      * off-cycle, calendar cycles, both companies) -- DECLARET and
      * RECONTRI tie period-wide totals against it, so one run must
      * not wipe the previous one's legs. Each run posts under its
      * own reference; an operator-confirmed RE-RUN of a period
      * appends a second entry that finance reverses by reference.
              OPEN EXTEND DIARIO-FILE
              IF DIARIO-STATUS = "35"
                 OPEN OUTPUT DIARIO-FILE
                 STRING "BON-" FECHA-SISTEMA DELIMITED BY SIZE
                     INTO DI-REFERENCIA
                 END-STRING
              END-IF
              IF ES-EJECUCION-FUERA-CICLO
                 STRING "FCI-" FECHA-SISTEMA DELIMITED BY SIZE
                     INTO DI-REFERENCIA
                 END-STRING
              END-IF
              IF NOT ES-EJECUCION-BONO
                 AND NOT ES-EJECUCION-FUERA-CICLO
                 IF NOT ES-EJECUCION-MENSUAL
                    STRING "CIC-" FECHA-SISTEMA DELIMITED BY SIZE
                        INTO DI-REFERENCIA
                   SET SE-CONSUMIO-LINEA TO TRUE
                   MOVE BI-ID TO EMP-ID
                   MOVE BI-ID TO EMPLEADO-ID
                   PERFORM CARGAR-FICHA-EMPLEADO
                   MOVE "NO " TO SALARIO-OK
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           PERFORM VALIDAR-GRADO-LOTE
                           PERFORM VALIDAR-DEPTO-LOTE
                           PERFORM VALIDAR-BANDA-LOTE
                           PERFORM VALIDAR-PUESTO-LOTE
                           IF SALARIO-ES-VALIDO AND GRADO-ES-VALIDO
                              AND DEPTO-ES-VALIDO AND PUESTO-ES-VALIDO
                              MOVE BI-NOMBRE TO EMP-NOMBRE EMPLEADO
                              MOVE BI-SALARIO TO EMP-SALARIO SALARIO
                              MOVE BI-GRADO TO EMP-GRADO GRADO
                                 MOVE BI-FECHA-ALTA TO EMP-FECHA-ALTA
                              END-IF
                              MOVE SPACES TO EMP-MONEDA
                              MOVE BI-PUESTO TO EMP-PUESTO
                              MOVE 0 TO EMP-JEFE EMP-SUPLENTE
                              IF NOT ES-SIMULACION
                                 WRITE EMPLOYEE-RECORD
                                 PERFORM VERIFICAR-ESCRITURA-MAESTRO
                                 PERFORM OCUPAR-PUESTO-ALTA
                              END-IF
                           END-IF
                       NOT INVALID KEY
                           PERFORM VALIDAR-GRADO-LOTE
                           PERFORM VALIDAR-DEPTO-LOTE
                           PERFORM VALIDAR-BANDA-LOTE
                           IF BI-PUESTO = SPACES
                              OR BI-PUESTO = EMP-PUESTO
                              SET PUESTO-ES-VALIDO TO TRUE
                           ELSE
                              PERFORM VALIDAR-PUESTO-LOTE
                           END-IF
                           IF SALARIO-ES-VALIDO AND GRADO-ES-VALIDO
                              AND DEPTO-ES-VALIDO AND PUESTO-ES-VALIDO
                              IF NOT ES-SIMULACION
                                 PERFORM ANOTAR-CAMBIOS-LOTE
                              END-IF
      * department still apply straight from the line.
                              MOVE BI-NOMBRE TO EMP-NOMBRE EMPLEADO
                              MOVE BI-DEPTO TO EMP-DEPTO
                              MOVE "NO " TO CAMBIO-PUESTO
                              IF BI-PUESTO NOT = SPACES
                                 AND BI-PUESTO NOT = EMP-PUESTO
                                 MOVE EMP-PUESTO TO PUESTO-ANTERIOR
                                 MOVE BI-PUESTO TO EMP-PUESTO
                                 SET HAY-CAMBIO-PUESTO TO TRUE
                              END-IF
                              IF NOT ES-SIMULACION
                                 REWRITE EMPLOYEE-RECORD
                                 PERFORM VERIFICAR-ESCRITURA-MAESTRO
                                 IF HAY-CAMBIO-PUESTO
                                    PERFORM MOVER-PUESTO-LOTE
                                 END-IF
                              END-IF
                           END-IF
                   END-READ
      * just told the morning shift to fix and resubmit it, so paying
      * the on-file values here would double-pay on the resubmission.
                   IF SALARIO-ES-VALIDO AND GRADO-ES-VALIDO
                      AND DEPTO-ES-VALIDO AND PUESTO-ES-VALIDO
                      PERFORM VERIFICAR-DUPLICADO-ID
                      IF ES-ID-DUPLICADO
                         MOVE "ID-DUPLICADO" TO ER-MOTIVO
              WRITE CAMBIOS-RECORD FROM LINEA-CAMBIO
              PERFORM VERIFICAR-ESCRITURA-CAMBIOS
           END-IF.
           IF BI-PUESTO NOT = SPACES
              AND BI-PUESTO NOT = EMP-PUESTO
              MOVE "PUESTO    " TO LC-CAMPO
              MOVE SPACES TO LC-VIEJO
              MOVE SPACES TO LC-NUEVO
              MOVE EMP-PUESTO TO LC-VIEJO (1:6)
              MOVE BI-PUESTO TO LC-NUEVO (1:6)
              WRITE CAMBIOS-RECORD FROM LINEA-CAMBIO
              PERFORM VERIFICAR-ESCRITURA-CAMBIOS
           END-IF.

       ENCOLAR-CAMBIO-LOTE.
      * The delta the lote proposes, queued "P" with today's date --
              END-IF
              MOVE FECHA-SISTEMA TO TCP-FECHA (TOTAL-CAMBIOS-PEND)
              MOVE "P" TO TCP-ESTADO (TOTAL-CAMBIOS-PEND)
              MOVE 0 TO TCP-SECUENCIA (TOTAL-CAMBIOS-PEND)
              DISPLAY "CAMBIO DEL LOTE PARA " EMP-ID " EN ESPERA DE "
                      "APROBACION (APROBCAM)"
           ELSE
           MOVE BATCH-INPUT-RECORD TO ER-CONTENIDO.
           PERFORM ESCRIBIR-ERROR-LOTE.

       ESCRIBIR-TOTALES-LOTE.
      * Last line of LOTE_ERRORES.TXT: what this run rejected, held
      * and priced at the fallback grade, and for which company.
           MOVE "TOTALES     " TO ER-MOTIVO.
           MOVE SPACES TO ER-CONTENIDO.
           STRING "EMPRESA " EMPRESA-EJECUCION
                  " PERIODO " PERIODO-ACTUAL
                  " RECHAZOS " RECHAZOS-LOTE
                  " RETENIDOS " RETENIDOS-APROBACION
                  " GRADOS " TOTAL-FALLBACK
               DELIMITED BY SIZE INTO ER-CONTENIDO
           END-STRING.
           WRITE EDIT-REPORT-RECORD FROM LINEA-EDIT-REPORT.
           PERFORM VERIFICAR-ESCRITURA-EDIT.

       ESCRIBIR-ERROR-LOTE.
           WRITE EDIT-REPORT-RECORD FROM LINEA-EDIT-REPORT.
           PERFORM VERIFICAR-ESCRITURA-EDIT.
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       NOMBRAR-ARCHIVOS-FCI.
      * The first number of the month whose seal is not on file, or
      * was voided by a run that never finished, is this run's. A
      * sealed number stays its run's, released or not.
           MOVE PERIODO-ACTUAL TO SFC-PERIODO.
           MOVE 0 TO NUMERO-FCI.
           MOVE "NO " TO NUMERO-FCI-SW.
           PERFORM PROBAR-NUMERO-FCI
                   UNTIL HAY-NUMERO-FCI OR NUMERO-FCI = 99.
           IF NOT HAY-NUMERO-FCI
              DISPLAY "LOS 99 PAGOS FUERA DE CICLO DEL PERIODO ESTAN "
                      "SELLADOS, NO CABE OTRO"
              MOVE SELLO-NOMBRE TO NOMBRE-ARCHIVO-ERR
              MOVE "99" TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           MOVE SPACES TO PAYSLIP-NOMBRE.
           STRING "PAYSLIP" SUFIJO-FCI ".TXT"
               DELIMITED BY SIZE INTO PAYSLIP-NOMBRE
           END-STRING.
           MOVE SPACES TO DISTRIB-NOMBRE.
           STRING "DISTRIBUCION" SUFIJO-FCI ".TXT"
               DELIMITED BY SIZE INTO DISTRIB-NOMBRE
           END-STRING.
           MOVE SPACES TO BANCO-NOMBRE.
           STRING "PAGOS" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO BANCO-NOMBRE
           END-STRING.
           MOVE SPACES TO DECL-CUOTAS-NOMBRE.
           STRING "DECLARACION_CUOTAS" SUFIJO-FCI ".TXT"
               DELIMITED BY SIZE INTO DECL-CUOTAS-NOMBRE
           END-STRING.
           MOVE SPACES TO REMESA-EMB-NOMBRE.
           STRING "REMESA_EMBARGOS" SUFIJO-FCI ".TXT"
               DELIMITED BY SIZE INTO REMESA-EMB-NOMBRE
           END-STRING.
           DISPLAY "PAGO FUERA DE CICLO NUMERO " NUMERO-FCI
                   " DEL PERIODO -- BANCO EN " BANCO-NOMBRE.

       PROBAR-NUMERO-FCI.
           ADD 1 TO NUMERO-FCI.
           MOVE NUMERO-FCI TO SFC-NUMERO.
           MOVE SPACES TO SELLO-NOMBRE.
           STRING "SELLO" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO SELLO-NOMBRE
           END-STRING.
           OPEN INPUT SELLO-FILE.
           IF SELLO-STATUS = "00"
              READ SELLO-FILE
                  AT END
                      SET HAY-NUMERO-FCI TO TRUE
              END-READ
              CLOSE SELLO-FILE
           ELSE
              SET HAY-NUMERO-FCI TO TRUE
           END-IF.

       ABRIR-ARCHIVOS-SALIDA.
      * Opened only for a run that will pay. A checkpoint resume
      * keeps the crashed run's payslips and bank detail lines --
      * the surviving D-lines are reloaded into the trailer controls
      * and both files reopen EXTEND, so the finished file covers
      * the whole run, not just the resumed tail. An off-cycle
      * resume does the same from the keyboard too: it is handed the
      * crashed run's number again, and the employees that run
      * already logged are refused now, so their bank lines must
      * survive or they would never be sent.
           MOVE 0 TO BANCO-REGISTROS-PREV.
           MOVE 0 TO BANCO-HASH-PREV.
      * A simulation writes its slips to the SIMULACION file and no
              PERFORM VERIFICAR-ESCRITURA-PAYSLIP
              MOVE "SI " TO SALIDAS-ABIERTAS
           ELSE
      * The file is about to change, so whatever seal it carried no
      * longer vouches for it -- void it until this run reseals.
              OPEN OUTPUT SELLO-FILE
              IF SELLO-STATUS NOT = "00"
                 MOVE SELLO-NOMBRE TO NOMBRE-ARCHIVO-ERR
                 MOVE SELLO-STATUS TO ESTADO-ARCHIVO-ERR
                 PERFORM ABORTAR-POR-ESTADO
              END-IF
              CLOSE SELLO-FILE
              IF (ES-MODO-ARCHIVO AND LINEAS-SALTAR > 0)
                 OR (ES-EJECUCION-FUERA-CICLO AND ES-REANUDACION)
                 PERFORM RECARGAR-BANCO-PREVIO
                 OPEN EXTEND PAYSLIP-FILE
                 IF PAYSLIP-STATUS = "35"
                    OPEN OUTPUT PAYSLIP-FILE
                    CLOSE PAYSLIP-FILE
                    OPEN EXTEND PAYSLIP-FILE
                 END-IF
                 OPEN EXTEND BANCO-FILE
                 IF BANCO-STATUS = "35"
                    OPEN OUTPUT BANCO-FILE
                    CLOSE BANCO-FILE
                    OPEN EXTEND BANCO-FILE
                 END-IF
              ELSE
                 OPEN OUTPUT PAYSLIP-FILE
                 OPEN OUTPUT BANCO-FILE
      * The letterhead on a fresh run's files (a resume keeps the
      * crashed run's, which already carried it): company line on
      * the combined payslips, "H" header on the bank upload.
                 IF HAY-EMPRESA
                    MOVE PE-NOMBRE TO CE2-NOMBRE
                    MOVE PE-NIF TO CE2-NIF
                    WRITE PAYSLIP-RECORD FROM LINEA-CAB-EMPRESA
                    PERFORM VERIFICAR-ESCRITURA-PAYSLIP
                    MOVE PE-NOMBRE (1:23) TO LBC-NOMBRE
                    MOVE PE-NIF TO LBC-NIF
                    MOVE EMPRESA-EJECUCION TO LBC-EMPRESA
                    WRITE BANCO-RECORD FROM LINEA-BANCO-CAB
                    IF BANCO-STATUS NOT = "00"
                       MOVE BANCO-NOMBRE TO NOMBRE-ARCHIVO-ERR
                       MOVE BANCO-STATUS TO ESTADO-ARCHIVO-ERR
                       PERFORM ABORTAR-POR-ESTADO
                    END-IF
                 END-IF
                 IF ES-EJECUCION-FUERA-CICLO
                    MOVE SPACES TO PAYSLIP-RECORD
                    STRING "PAGO FUERA DE CICLO -- PERIODO "
                           PERIODO-ACTUAL " EMPRESA " EMPRESA-EJECUCION
                        DELIMITED BY SIZE INTO PAYSLIP-RECORD
                    END-STRING
                    WRITE PAYSLIP-RECORD
                    PERFORM VERIFICAR-ESCRITURA-PAYSLIP
                 END-IF
              END-IF
              MOVE "SI " TO SALIDAS-ABIERTAS
           END-IF.

       RECARGAR-BANCO-PREVIO.
              CLOSE BANCO-FILE
              MOVE BANCO-REGISTROS TO BANCO-REGISTROS-PREV
              MOVE BANCO-HASH-NETO TO BANCO-HASH-PREV
              DISPLAY "REANUDACION: SE CONSERVAN "
                      BANCO-REGISTROS-PREV " PAGOS YA EN "
                      BANCO-NOMBRE
           END-IF.

       CALCULAR-CONTROL-MAESTRO.
           IF ES-EJECUCION-BONO
              ADD 50 TO PERIODO-CONTROL
           END-IF.
           IF ES-EJECUCION-FUERA-CICLO
              ADD 70 TO PERIODO-CONTROL
           END-IF.
           IF NOT ES-EJECUCION-MENSUAL
              MOVE CICLO-EJECUCION TO PERIODO-CONTROL
           END-IF.
      * coexist with the month's normal pay run without either being
      * mistaken for a re-run of the other. A weekly/biweekly run
      * locks under its calendar cycle key instead, so several cycles
      * and the monthly run all coexist inside one month. The
      * off-cycle runs of the month share one key of their own
      * (month + 70), whose totals each of them adds to.
           MOVE PERIODO-ACTUAL TO PERIODO-CONTROL.
           IF ES-EJECUCION-BONO
              ADD 50 TO PERIODO-CONTROL
           END-IF.
           IF ES-EJECUCION-FUERA-CICLO
              ADD 70 TO PERIODO-CONTROL
           END-IF.
           IF NOT ES-EJECUCION-MENSUAL
              MOVE CICLO-EJECUCION TO PERIODO-CONTROL
           END-IF.
                   END-IF
           END-READ.
           MOVE "NO " TO BONO-BLOQUEADO.
      * A month-end close in flight, or cut short, for the base month
      * is rewriting the live log from what it archived -- anything
      * posted meanwhile would be dropped, so no run of the month
      * registers until CIERRE has finished it.
           OPEN INPUT PROGRESO-FILE.
           IF PROGRESO-STATUS = "00"
              READ PROGRESO-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PG-PERIODO = PERIODO-ACTUAL
                         AND PG-EMPRESA = EMPRESA-EJECUCION
                         DISPLAY "EL CIERRE DEL PERIODO "
                                 PERIODO-ACTUAL " ESTA EN CURSO O "
                                 "INTERRUMPIDO, TERMINARLO EN CIERRE"
                         SET ES-BONO-BLOQUEADO TO TRUE
                      END-IF
              END-READ
           END-IF.
           CLOSE PROGRESO-FILE.
      * Bonus, off-cycle and calendar-cycle runs all post into the
      * base month's log, so a closed base month blocks them even
      * though each locks under its own key. The off-cycle run also
      * waits for the month's normal run to complete: before that
      * the employee simply goes in the normal run, and a normal run
      * after it would pay the same people again.
           IF ES-EJECUCION-BONO OR NOT ES-EJECUCION-MENSUAL
              OR ES-EJECUCION-FUERA-CICLO
              MOVE EMPRESA-EJECUCION TO RCE-EMPRESA
              MOVE PERIODO-ACTUAL TO RCE-PERIODO
              READ RUN-CONTROL-FILE
                  INVALID KEY
                      IF ES-EJECUCION-FUERA-CICLO
                         DISPLAY "PERIODO " PERIODO-ACTUAL
                                 " SIN NOMINA ORDINARIA, EL PAGO VA "
                                 "EN ELLA"
                         SET ES-BONO-BLOQUEADO TO TRUE
                      END-IF
                  NOT INVALID KEY
                      IF RCE-ESTADO = "C"
                         DISPLAY "PERIODO " PERIODO-ACTUAL
                                 "PAGOS"
                         SET ES-BONO-BLOQUEADO TO TRUE
                      END-IF
                      IF RCE-ESTADO = "E" AND ES-EJECUCION-FUERA-CICLO
                         DISPLAY "LA NOMINA ORDINARIA DEL PERIODO "
                                 PERIODO-ACTUAL " ESTA EN CURSO O "
                                 "ABORTADA, TERMINARLA ANTES"
                         SET ES-BONO-BLOQUEADO TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF NOT ES-BONO-BLOQUEADO AND NOT ES-ANIO-BLOQUEADO
              DISPLAY "PERIODO " RCE-PERIODO " CERRADO, NO SE PUEDE "
                      "EJECUTAR NOMINA"
           ELSE
      * A completed off-cycle key only says an earlier off-cycle run
      * of the month finished -- this one reopens it and adds its
      * own totals; the employees it paid are refused one by one.
              IF RCE-ESTADO = "T" AND ES-EJECUCION-FUERA-CICLO
                 DISPLAY "PAGOS FUERA DE CICLO ANTERIORES EN EL "
                         "PERIODO: " RCE-EMPLEADOS ", ULTIMO EL "
                         RCE-FECHA
                 MOVE "E" TO RCE-ESTADO
                 MOVE 0 TO RCE-CHECKPOINT
                 MOVE FECHA-SISTEMA TO RCE-FECHA
                 REWRITE RUN-CONTROL-RECORD
                 PERFORM VERIFICAR-ESCRITURA-CONTROL
                 SET EJECUCION-PERMITIDA TO TRUE
              ELSE
              IF RCE-ESTADO = "T"
                 DISPLAY "PERIODO " RCE-PERIODO " YA EJECUTADO EL "
                         RCE-FECHA
                    REWRITE RUN-CONTROL-RECORD
                    PERFORM VERIFICAR-ESCRITURA-CONTROL
                    SET EJECUCION-PERMITIDA TO TRUE
                    SET ES-REANUDACION TO TRUE
                    DISPLAY "SE REANUDA DESDE LA LINEA "
                            LINEAS-SALTAR " DEL LOTE"
                 ELSE
                       REWRITE RUN-CONTROL-RECORD
                       PERFORM VERIFICAR-ESCRITURA-CONTROL
                       SET EJECUCION-PERMITIDA TO TRUE
                       SET ES-REANUDACION TO TRUE
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.

       SALTAR-LINEAS-LOTE.
           PERFORM REESCRIBIR-ATRASOS-PENDIENTES.
           PERFORM REESCRIBIR-AJUSTES-PENDIENTES.
           PERFORM REESCRIBIR-PRESTAMOS.
           PERFORM REESCRIBIR-EMBARGOS.
           PERFORM REESCRIBIR-DED-PENDIENTES.
           PERFORM REESCRIBIR-CAMBIOS-PEND.
           ADD 1 TO LINEAS-PROCESADAS.
       TERMINAR-EJECUCION.
           MOVE "T" TO RCE-ESTADO.
           MOVE FECHA-SISTEMA TO RCE-FECHA.
      * The month's off-cycle runs share one key, so CIERRE reads
      * their combined figures there.
           IF ES-EJECUCION-FUERA-CICLO
              ADD TOTAL-EMPLEADOS TO RCE-EMPLEADOS
              ADD TOTAL-BRUTO-RUN TO RCE-TOTAL
           ELSE
              MOVE TOTAL-EMPLEADOS TO RCE-EMPLEADOS
              MOVE TOTAL-BRUTO-RUN TO RCE-TOTAL
           END-IF.
           REWRITE RUN-CONTROL-RECORD.
           PERFORM VERIFICAR-ESCRITURA-CONTROL.
           CLOSE RUN-CONTROL-FILE.

       GRABAR-ENTRADA-TRABAJO.
      * TR-EMP-ID, TR-ARCHIVO and TR-DATOS are set by the caller; the
      * line takes the next number, so every file keeps its order.
           ADD 1 TO SECUENCIA-TRABAJO.
           MOVE SECUENCIA-TRABAJO TO TR-SECUENCIA.
           WRITE TRABAJO-RECORD.
           PERFORM VERIFICAR-ESCRITURA-TRABAJO.

       VERIFICAR-ESCRITURA-TRABAJO.
           IF TRABAJO-STATUS NOT = "00"
              MOVE "NOMINA_TRABAJO.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE TRABAJO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       CARGAR-FICHA-EMPLEADO.
      * Everything the work file holds for EMP-ID, in one keyed pass:
      * each line lands in its own table in the order its file had
      * it, so the pay paragraphs walk the tables as they always did
      * -- they just never see another employee's lines.
           MOVE 0 TO TOTAL-DED-CARGADAS.
           MOVE 0 TO TOTAL-COMPL-CARGADOS.
           MOVE 0 TO TOTAL-BEN-CARGADOS.
           MOVE 0 TO TOTAL-HORAS-CARGADAS.
           MOVE 0 TO TOTAL-AUSENCIAS-CARGADAS.
           MOVE 0 TO TOTAL-DEVUELTOS-CARGADOS.
           MOVE 0 TO TOTAL-INSTRUCCIONES.
           MOVE 0 TO TOTAL-ATRASOS-CARGADOS.
           MOVE 0 TO TOTAL-AJUSTES-CARGADOS.
           MOVE 0 TO TOTAL-PRESTAMOS-CARGADOS.
           MOVE 0 TO TOTAL-EMBARGOS-CARGADOS.
           MOVE 0 TO TOTAL-DED-PENDIENTES.
           MOVE 0 TO TOTAL-CAMBIOS-PEND.
           MOVE "NO " TO ACUM-RETENCION-LEIDO.
           MOVE "NO " TO MARCA-PROCESADO.
           MOVE "NO " TO PAGOS-PERIODO-LEIDO.
           MOVE EMP-ID TO ID-FICHA.
           MOVE EMP-ID TO TR-EMP-ID.
           MOVE SPACES TO TR-ARCHIVO.
           MOVE 0 TO TR-SECUENCIA.
           MOVE "NO " TO ENTRADA-TRABAJO.
           START TRABAJO-FILE KEY NOT < TR-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LEER-FICHA-EMPLEADO
           END-START.
           PERFORM PONER-EN-FICHA UNTIL NOT HAY-ENTRADA-TRABAJO.
           SET HAY-FICHA-CARGADA TO TRUE.

       LEER-FICHA-EMPLEADO.
           READ TRABAJO-FILE NEXT RECORD
               AT END
                   MOVE "NO " TO ENTRADA-TRABAJO
               NOT AT END
                   IF TR-EMP-ID = ID-FICHA
                      SET HAY-ENTRADA-TRABAJO TO TRUE
                   ELSE
                      MOVE "NO " TO ENTRADA-TRABAJO
                   END-IF
           END-READ.

       PONER-EN-FICHA.
           EVALUATE TR-ARCHIVO
               WHEN "DED"
                   PERFORM FICHA-DEDUCCION
               WHEN "COM"
                   PERFORM FICHA-COMPLEMENTO
               WHEN "BEN"
                   PERFORM FICHA-BENEFICIO
               WHEN "HOR"
                   PERFORM FICHA-HORAS
               WHEN "AUS"
                   PERFORM FICHA-AUSENCIA
               WHEN "DEV"
                   PERFORM FICHA-DEVUELTO
               WHEN "INS"
                   PERFORM FICHA-INSTRUCCION
               WHEN "ATR"
                   PERFORM FICHA-ATRASO
               WHEN "AJU"
                   PERFORM FICHA-AJUSTE
               WHEN "PRE"
                   PERFORM FICHA-PRESTAMO
               WHEN "EMB"
                   PERFORM FICHA-EMBARGO
               WHEN "DPE"
                   PERFORM FICHA-DED-PENDIENTE
               WHEN "CPE"
                   PERFORM FICHA-CAMBIO-PEND
               WHEN "RET"
                   MOVE TR-DATOS TO ACUM-RETENCION
                   SET HAY-ACUM-RETENCION TO TRUE
               WHEN "PRO"
                   SET HAY-MARCA-PROCESADO TO TRUE
               WHEN "PAG"
                   MOVE TR-DATOS TO PAGOS-PERIODO
                   SET HAY-PAGOS-PERIODO TO TRUE
           END-EVALUATE.
           PERFORM LEER-FICHA-EMPLEADO.

       FICHA-DEDUCCION.
           IF TOTAL-DED-CARGADAS < 200
              ADD 1 TO TOTAL-DED-CARGADAS
              MOVE TR-DATOS TO DEDUCCION (TOTAL-DED-CARGADAS)
           ELSE
              MOVE "DEDUCCIONES.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-COMPLEMENTO.
           IF TOTAL-COMPL-CARGADOS < 200
              ADD 1 TO TOTAL-COMPL-CARGADOS
              MOVE TR-DATOS TO COMPLEMENTO (TOTAL-COMPL-CARGADOS)
           ELSE
              MOVE "COMPLEMENTOS.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-BENEFICIO.
           IF TOTAL-BEN-CARGADOS < 20
              ADD 1 TO TOTAL-BEN-CARGADOS
              MOVE TR-DATOS TO BEN-EMPLEADO (TOTAL-BEN-CARGADOS)
           ELSE
              MOVE "INSCRIPCIONES_BENEFIC" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-HORAS.
           IF TOTAL-HORAS-CARGADAS < 200
              ADD 1 TO TOTAL-HORAS-CARGADAS
              MOVE TR-DATOS TO HORAS-MES (TOTAL-HORAS-CARGADAS)
           ELSE
              MOVE "HORAS_MES.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-AUSENCIA.
           IF TOTAL-AUSENCIAS-CARGADAS < 200
              ADD 1 TO TOTAL-AUSENCIAS-CARGADAS
              MOVE TR-DATOS TO AUSENCIA (TOTAL-AUSENCIAS-CARGADAS)
           ELSE
              MOVE "AUSENCIAS.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-DEVUELTO.
           IF TOTAL-DEVUELTOS-CARGADOS < 100
              ADD 1 TO TOTAL-DEVUELTOS-CARGADOS
              MOVE TR-DATOS TO DEVUELTO (TOTAL-DEVUELTOS-CARGADOS)
           ELSE
              MOVE "PAGOS_DEVUELTOS.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-INSTRUCCION.
           IF TOTAL-INSTRUCCIONES < 200
              ADD 1 TO TOTAL-INSTRUCCIONES
              MOVE TR-DATOS TO INSTRUCCION (TOTAL-INSTRUCCIONES)
           ELSE
              MOVE "INSTRUCCIONES_PAGO.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-ATRASO.
           IF TOTAL-ATRASOS-CARGADOS < 100
              ADD 1 TO TOTAL-ATRASOS-CARGADOS
              MOVE TR-DATOS TO ATRASO (TOTAL-ATRASOS-CARGADOS)
              MOVE TR-SECUENCIA TO
                   TA-SECUENCIA (TOTAL-ATRASOS-CARGADOS)
           ELSE
              MOVE "ATRASOS_PENDIENTES.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-AJUSTE.
           IF TOTAL-AJUSTES-CARGADOS < 100
              ADD 1 TO TOTAL-AJUSTES-CARGADOS
              MOVE TR-DATOS TO AJUSTE (TOTAL-AJUSTES-CARGADOS)
              MOVE TR-SECUENCIA TO
                   TAJ-SECUENCIA (TOTAL-AJUSTES-CARGADOS)
           ELSE
              MOVE "AJUSTES.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-PRESTAMO.
           IF TOTAL-PRESTAMOS-CARGADOS < 100
              ADD 1 TO TOTAL-PRESTAMOS-CARGADOS
              MOVE TR-DATOS TO PRESTAMO (TOTAL-PRESTAMOS-CARGADOS)
              MOVE TR-SECUENCIA TO
                   TP-SECUENCIA (TOTAL-PRESTAMOS-CARGADOS)
           ELSE
              MOVE "PRESTAMOS.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-EMBARGO.
           IF TOTAL-EMBARGOS-CARGADOS < 100
              ADD 1 TO TOTAL-EMBARGOS-CARGADOS
              MOVE TR-DATOS TO EMBARGO (TOTAL-EMBARGOS-CARGADOS)
              MOVE TR-SECUENCIA TO
                   TE-SECUENCIA (TOTAL-EMBARGOS-CARGADOS)
           ELSE
              MOVE "EMBARGOS.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-DED-PENDIENTE.
           IF TOTAL-DED-PENDIENTES < 200
              ADD 1 TO TOTAL-DED-PENDIENTES
              MOVE TR-DATOS TO DED-PENDIENTE (TOTAL-DED-PENDIENTES)
              MOVE TR-SECUENCIA TO
                   TPD-SECUENCIA (TOTAL-DED-PENDIENTES)
           ELSE
              MOVE "DEDUCCIONES_PENDIENTES" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       FICHA-CAMBIO-PEND.
           IF TOTAL-CAMBIOS-PEND < 100
              ADD 1 TO TOTAL-CAMBIOS-PEND
              MOVE TR-DATOS TO CAMBIO-PEND (TOTAL-CAMBIOS-PEND)
              MOVE TR-SECUENCIA TO
                   TCP-SECUENCIA (TOTAL-CAMBIOS-PEND)
           ELSE
              MOVE "CAMBIOS_PENDIENTES.DAT" TO NOMBRE-ARCHIVO-ERR
              PERFORM AVISAR-FICHA-LLENA
           END-IF.

       AVISAR-FICHA-LLENA.
      * More lines of one file for a single employee than its table
      * holds -- the rest are not priced this run but stay on the
      * work file, so a pending file still gets them back whole.
           ADD 1 TO AVISOS-FICHA-LLENA.
           DISPLAY "AVISO: EMPLEADO " ID-FICHA " CON MAS LINEAS EN "
                   NOMBRE-ARCHIVO-ERR " DE LAS QUE CABEN, LA LINEA "
                   TR-SECUENCIA " NO SE APLICA".

       DEVOLVER-FICHA-EMPLEADO.
      * The pending tables go back line by line -- changed lines over
      * their own, lines this pay created after everything else of
      * their file -- and their files are marked for the rewrite.
           MOVE "ATR" TO TR-ARCHIVO.
           PERFORM VARYING SUB-ATRASO FROM 1 BY 1
                   UNTIL SUB-ATRASO > TOTAL-ATRASOS-CARGADOS
              MOVE ATRASO (SUB-ATRASO) TO TR-DATOS
              MOVE TA-SECUENCIA (SUB-ATRASO) TO TR-SECUENCIA
              PERFORM DEVOLVER-ENTRADA-TRABAJO
              SET HAY-ATRASOS-TOCADOS TO TRUE
           END-PERFORM.
           MOVE "AJU" TO TR-ARCHIVO.
           PERFORM VARYING SUB-AJUSTE FROM 1 BY 1
                   UNTIL SUB-AJUSTE > TOTAL-AJUSTES-CARGADOS
              MOVE AJUSTE (SUB-AJUSTE) TO TR-DATOS
              MOVE TAJ-SECUENCIA (SUB-AJUSTE) TO TR-SECUENCIA
              PERFORM DEVOLVER-ENTRADA-TRABAJO
              SET HAY-AJUSTES-TOCADOS TO TRUE
           END-PERFORM.
           MOVE "PRE" TO TR-ARCHIVO.
           PERFORM VARYING SUB-PRESTAMO FROM 1 BY 1
                   UNTIL SUB-PRESTAMO > TOTAL-PRESTAMOS-CARGADOS
              MOVE PRESTAMO (SUB-PRESTAMO) TO TR-DATOS
              MOVE TP-SECUENCIA (SUB-PRESTAMO) TO TR-SECUENCIA
              PERFORM DEVOLVER-ENTRADA-TRABAJO
              SET HAY-PRESTAMOS-TOCADOS TO TRUE
           END-PERFORM.
           MOVE "EMB" TO TR-ARCHIVO.
           PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                   UNTIL SUB-EMBARGO > TOTAL-EMBARGOS-CARGADOS
              MOVE EMBARGO (SUB-EMBARGO) TO TR-DATOS
              MOVE TE-SECUENCIA (SUB-EMBARGO) TO TR-SECUENCIA
              PERFORM DEVOLVER-ENTRADA-TRABAJO
              SET HAY-EMBARGOS-TOCADOS TO TRUE
           END-PERFORM.
           MOVE "DPE" TO TR-ARCHIVO.
           PERFORM VARYING SUB-PEND FROM 1 BY 1
                   UNTIL SUB-PEND > TOTAL-DED-PENDIENTES
              MOVE DED-PENDIENTE (SUB-PEND) TO TR-DATOS
              MOVE TPD-SECUENCIA (SUB-PEND) TO TR-SECUENCIA
              PERFORM DEVOLVER-ENTRADA-TRABAJO
              SET HAY-DED-PEND-TOCADAS TO TRUE
           END-PERFORM.
           MOVE "CPE" TO TR-ARCHIVO.
           PERFORM VARYING SUB-CPEND FROM 1 BY 1
                   UNTIL SUB-CPEND > TOTAL-CAMBIOS-PEND
              MOVE CAMBIO-PEND (SUB-CPEND) TO TR-DATOS
              MOVE TCP-SECUENCIA (SUB-CPEND) TO TR-SECUENCIA
              PERFORM DEVOLVER-ENTRADA-TRABAJO
              SET HAY-CAMBIOS-PEND-TOCADOS TO TRUE
           END-PERFORM.
           MOVE "NO " TO FICHA-CARGADA.

       DEVOLVER-ENTRADA-TRABAJO.
      * A line numbered zero was created by this pay and is new to
      * the work file; any other goes back over itself.
           MOVE ID-FICHA TO TR-EMP-ID.
           IF TR-SECUENCIA = 0
              PERFORM GRABAR-ENTRADA-TRABAJO
           ELSE
              REWRITE TRABAJO-RECORD
              PERFORM VERIFICAR-ESCRITURA-TRABAJO
           END-IF.

       SITUAR-ARCHIVO-TRABAJO.
      * To the first line of ARCHIVO-BUSCADO in its file's order,
      * through the file + line number key.
           MOVE ARCHIVO-BUSCADO TO TR-ARCHIVO.
           MOVE 0 TO TR-SECUENCIA.
           MOVE "NO " TO ENTRADA-TRABAJO.
           START TRABAJO-FILE KEY NOT < TR-CLAVE-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LEER-ARCHIVO-TRABAJO
           END-START.

       LEER-ARCHIVO-TRABAJO.
           READ TRABAJO-FILE NEXT RECORD
               AT END
                   MOVE "NO " TO ENTRADA-TRABAJO
               NOT AT END
                   IF TR-ARCHIVO = ARCHIVO-BUSCADO
                      SET HAY-ENTRADA-TRABAJO TO TRUE
                   ELSE
                      MOVE "NO " TO ENTRADA-TRABAJO
                   END-IF
           END-READ.

       CONTAR-NOMINA.
      * "0" means run payroll for every employee already on file, so
      * N becomes the roster count instead of a keyed-in figure.
           MOVE 0 TO N.
           MOVE 0 TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE "10" TO EMPLOYEE-STATUS
           END-START.
           PERFORM UNTIL EMPLOYEE-STATUS = "10"
              READ EMPLOYEE-FILE NEXT RECORD
                  AT END
                      MOVE "10" TO EMPLOYEE-STATUS
                  NOT AT END
      * Anything but a clean read aborts -- a persistent error
      * status would otherwise spin this loop forever.
                      IF EMPLOYEE-STATUS = "00"
                         ADD 1 TO N
                      ELSE
                         MOVE "EMPLEADOS.DAT" TO NOMBRE-ARCHIVO-ERR
                         MOVE EMPLOYEE-STATUS TO ESTADO-ARCHIVO-ERR
                         PERFORM ABORTAR-POR-ESTADO
                      END-IF
              END-READ
           END-PERFORM.
           MOVE 0 TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   CONTINUE
           END-START.

       ABRIR-EMPLOYEE-FILE.
      * A first run on a fresh machine will not have EMPLEADOS.DAT yet,
      * so create it before opening it for update.
           OPEN I-O EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS = "35"
              OPEN OUTPUT EMPLOYEE-FILE
              CLOSE EMPLOYEE-FILE
              OPEN I-O EMPLOYEE-FILE
           END-IF.

       INICIALIZAR-TABLA-INCREMENTOS.
           MOVE "A1" TO TG-GRADO (1).
           MOVE 0.0800 TO TG-TASA (1).
           MOVE "A2" TO TG-GRADO (2).
           MOVE 0.0650 TO TG-TASA (2).
           MOVE "B1" TO TG-GRADO (3).
           MOVE 0.0500 TO TG-TASA (3).
           MOVE "B2" TO TG-GRADO (4).
           MOVE 0.0400 TO TG-TASA (4).
           MOVE "C1" TO TG-GRADO (5).
           MOVE 0.0300 TO TG-TASA (5).
           MOVE 1000.00 TO TI-LIMITE (1).
           MOVE 0.0000 TO TI-TASA (1).
           MOVE 3000.00 TO TI-LIMITE (2).
           MOVE 0.1000 TO TI-TASA (2).
           MOVE 7000.00 TO TI-LIMITE (3).
           MOVE 0.1500 TO TI-TASA (3).
           MOVE 9999999.99 TO TI-LIMITE (4).
           MOVE 0.2000 TO TI-TASA (4).
      * The values above are only the fallback -- the set in force
      * for the period being paid replaces them, so January's tax
      * change is a PARMANT entry instead of a recompile.
           PERFORM CARGAR-PARAMETROS-LEGALES.
           MOVE PERIODO-ACTUAL TO PERIODO-PARAMETROS.
           PERFORM APLICAR-PARAMETROS-PERIODO.
           IF HAY-PARAMETROS-VIGENTES
              DISPLAY "PARAMETROS LEGALES VIGENTES DESDE "
                      VIGENCIA-APLICADA
           ELSE
              IF HAY-ARCHIVO-PARAMETROS
                 DISPLAY "AVISO: NINGUN JUEGO DE PARAMETROS LEGALES "
                         "VIGENTE EN " PERIODO-ACTUAL
                         ", SE USAN LOS VALORES DE SIEMPRE"
              END-IF
           END-IF.
           IF RETENCION-ACUMULADA
              DISPLAY "RETENCION EN MODO ACUMULADO ANUAL"
           END-IF.

       VALIDAR-SALARIO.
      * A zero, blank, or wildly out-of-range figure is almost always
           ADD NETO TO EMP-YTD.

       VERIFICAR-DUPLICADO-ID.
      * An id already processed this run left its mark on the work
      * file, and the mark came in with the employee's lines.
           MOVE "NO " TO ID-DUPLICADO.
           IF HAY-MARCA-PROCESADO
              SET ES-ID-DUPLICADO TO TRUE
           END-IF.
           IF ES-ID-DUPLICADO
              DISPLAY "AVISO: ID " EMP-ID " YA INGRESADO EN ESTE LOTE"
           ELSE
              MOVE EMP-ID TO TR-EMP-ID
              MOVE "PRO" TO TR-ARCHIVO
              MOVE SPACES TO TR-DATOS
              PERFORM GRABAR-ENTRADA-TRABAJO
              SET HAY-MARCA-PROCESADO TO TRUE
           END-IF.

       VERIFICAR-PAGO-PERIODO.
      * The off-cycle run is for whoever the period's runs left out.
      * A pay still standing (not voided, or voided and reissued)
      * means the month is paid; a wrong one is voided in ANULPAGO
      * first and then paid here.
           IF HAY-PAGOS-PERIODO AND TPP-PAGOS > 0
              ADD 1 TO RECHAZOS-FUERA-CICLO
              DISPLAY "AVISO: EMPLEADO " EMP-ID " YA COBRO EL PERIODO "
                      PERIODO-ACTUAL ", NO SE PAGA FUERA DE CICLO"
              MOVE "NO " TO REGISTRO-OK
           END-IF.

       VERIFICAR-ESTADO-EMPLEADO.

       CARGAR-HORAS-MES.
      * HORAS_MES.DAT is optional -- a run with no hourly staff keyed
      * just prices everyone monthly as before. Each line is built in
      * the first slot of the table and goes to the work file.
           MOVE 0 TO TOTAL-HORAS-CARGADAS.
           OPEN INPUT HORAS-FILE.
           IF HORAS-STATUS = "00"
                     AT END
                         MOVE "10" TO HORAS-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-HORAS-CARGADAS
                         MOVE HM-EMP-ID TO
                              TH-EMP-ID (TOTAL-HORAS-CARGADAS)
                         MOVE HM-HORAS TO
                              TH-HORAS (TOTAL-HORAS-CARGADAS)
                         PERFORM CARGAR-HORAS-PRIMA
                         MOVE HM-EMP-ID TO TR-EMP-ID
                         MOVE "HOR" TO TR-ARCHIVO
                         MOVE HORAS-MES (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE HORAS-FILE
           END-IF.
           MOVE 0 TO TOTAL-HORAS-CARGADAS.

       CARGAR-HORAS-PRIMA.
      * A line keyed by hand before the premiums stops after HM-HORAS
      * -- no premium hours, not garbage.
           PERFORM VARYING SUB-PRIMA FROM 1 BY 1 UNTIL SUB-PRIMA > 3
              IF HM-HORAS-PRIMA (SUB-PRIMA) NUMERIC
                 MOVE HM-HORAS-PRIMA (SUB-PRIMA) TO
                      TH-HORAS-PRIMA (TOTAL-HORAS-CARGADAS SUB-PRIMA)
              ELSE
                 MOVE 0 TO
                      TH-HORAS-PRIMA (TOTAL-HORAS-CARGADAS SUB-PRIMA)
              END-IF
           END-PERFORM.

       CARGAR-PRIMAS-HORARIAS.
      * Optional -- with no file the built-in multipliers stand.
           OPEN INPUT PRIMAS-FILE.
           IF PRIMAS-STATUS = "00"
              PERFORM UNTIL PRIMAS-STATUS = "10"
                 READ PRIMAS-FILE
                     AT END
                         MOVE "10" TO PRIMAS-STATUS
                     NOT AT END
                         PERFORM CARGAR-UNA-PRIMA
                 END-READ
              END-PERFORM
              CLOSE PRIMAS-FILE
           END-IF.

       CARGAR-UNA-PRIMA.
           MOVE 0 TO PRIMA-ENCONTRADA.
           PERFORM VARYING SUB-PRIMA FROM 1 BY 1
                   UNTIL SUB-PRIMA > 3
              IF TPH-CATEGORIA (SUB-PRIMA) = PH-CATEGORIA
                 MOVE SUB-PRIMA TO PRIMA-ENCONTRADA
              END-IF
           END-PERFORM.
           IF PRIMA-ENCONTRADA = 0 OR PH-FACTOR NOT NUMERIC
              OR PH-FACTOR < 1
              DISPLAY "AVISO: LINEA DE PRIMAS_HORARIAS.DAT IGNORADA: "
                      PRIMA-HORARIA-RECORD
           ELSE
              MOVE PH-FACTOR TO TPH-FACTOR (PRIMA-ENCONTRADA)
           END-IF.

       CALCULAR-SUELDO-POR-HORAS.
      * Gross for an hourly employee is hours x rate, with everything
                   UNTIL SUB-HORAS > TOTAL-HORAS-CARGADAS
              IF TH-EMP-ID (SUB-HORAS) = EMP-ID
                 MOVE TH-HORAS (SUB-HORAS) TO HORAS-TRABAJADAS
                 MOVE TH-HORAS-PRIMA (SUB-HORAS 1) TO PE-HORAS (1)
                 MOVE TH-HORAS-PRIMA (SUB-HORAS 2) TO PE-HORAS (2)
                 MOVE TH-HORAS-PRIMA (SUB-HORAS 3) TO PE-HORAS (3)
                 MOVE 201 TO SUB-HORAS
              END-IF
           END-PERFORM.
                 COMPUTE SALARIO ROUNDED =
                         EMP-SALARIO * HORAS-TRABAJADAS
              END-IF
      * The premium hours are already in the hours just priced --
      * each category adds only its uplift over the plain rate.
              PERFORM VARYING SUB-PRIMA FROM 1 BY 1 UNTIL SUB-PRIMA > 3
                 IF PE-HORAS (SUB-PRIMA) > 0
                    AND TPH-FACTOR (SUB-PRIMA) > 1
                    COMPUTE RECARGO-PRIMA =
                            TPH-FACTOR (SUB-PRIMA) - 1
                    COMPUTE PE-IMPORTE (SUB-PRIMA) ROUNDED =
                            EMP-SALARIO * PE-HORAS (SUB-PRIMA)
                            * RECARGO-PRIMA
                    ADD PE-IMPORTE (SUB-PRIMA) TO SALARIO
                 END-IF
              END-PERFORM
              DISPLAY "EMPLEADO " EMP-ID " HORAS: " HORAS-TRABAJADAS
                      " SUELDO BRUTO: " SALARIO
           END-IF.

       CARGAR-DEDUCCIONES.
      * DEDUCCIONES.DAT is optional -- no file just means nobody has a
      * deduction this period -- and is read once into the work file
      * so the pay loop reaches each employee's lines by key.
           MOVE 0 TO TOTAL-DED-CARGADAS.
           OPEN INPUT DEDUCCIONES-FILE.
           IF DEDUCCIONES-STATUS = "00"
                     AT END
                         MOVE "10" TO DEDUCCIONES-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-DED-CARGADAS
                         MOVE DD-EMP-ID TO
                              TD-EMP-ID (TOTAL-DED-CARGADAS)
                         MOVE DD-CODIGO TO
                              TD-CODIGO (TOTAL-DED-CARGADAS)
                         MOVE DD-TIPO TO
                              TD-TIPO (TOTAL-DED-CARGADAS)
                         MOVE DD-VALOR TO
                              TD-VALOR (TOTAL-DED-CARGADAS)
                         MOVE DD-DESDE TO
                              TD-DESDE (TOTAL-DED-CARGADAS)
                         MOVE DD-HASTA TO
                              TD-HASTA (TOTAL-DED-CARGADAS)
                         MOVE DD-EMP-ID TO TR-EMP-ID
                         MOVE "DED" TO TR-ARCHIVO
                         MOVE DEDUCCION (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE DEDUCCIONES-FILE
           END-IF.
           MOVE 0 TO TOTAL-DED-CARGADAS.

       APLICAR-DEDUCCIONES.
      * Runs after APLICAR-RETENCION. Only what sits above the
           IF DISPONIBLE-DEDUCCION < 0
              MOVE 0 TO DISPONIBLE-DEDUCCION
           END-IF.
           PERFORM APLICAR-EMBARGOS.
           PERFORM VARYING PRIORIDAD-ACTUAL FROM 1 BY 1
                   UNTIL PRIORIDAD-ACTUAL > 3
              PERFORM VARYING SUB-PEND FROM 1 BY 1
              MOVE PERIODO-ACTUAL TO
                   TPD-PERIODO (TOTAL-DED-PENDIENTES)
              MOVE "N" TO TPD-ESTADO (TOTAL-DED-PENDIENTES)
              MOVE 0 TO TPD-SECUENCIA (TOTAL-DED-PENDIENTES)
              IF TOTAL-PEND-SLIP < 20
                 ADD 1 TO TOTAL-PEND-SLIP
                 MOVE CODIGO-CLASIFICAR TO
              END-IF
           END-IF.

       CARGAR-COMPLEMENTOS.
      * COMPLEMENTOS.DAT is optional -- no file means nobody has a
      * contractual allowance -- and goes to the work file like the
      * deductions. A blank treatment flag is taxable/contributable,
      * the safe reading for a line keyed without it.
           MOVE 0 TO TOTAL-COMPL-CARGADOS.
           OPEN INPUT COMPLEMENTOS-FILE.
           IF COMPLEMENTOS-STATUS = "00"
              PERFORM UNTIL COMPLEMENTOS-STATUS = "10"
                 READ COMPLEMENTOS-FILE
                     AT END
                         MOVE "10" TO COMPLEMENTOS-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-COMPL-CARGADOS
                         PERFORM CARGAR-UN-COMPLEMENTO
                         MOVE CM-EMP-ID TO TR-EMP-ID
                         MOVE "COM" TO TR-ARCHIVO
                         MOVE COMPLEMENTO (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE COMPLEMENTOS-FILE
           END-IF.
           MOVE 0 TO TOTAL-COMPL-CARGADOS.

       CARGAR-UN-COMPLEMENTO.
           MOVE CM-EMP-ID TO TCM-EMP-ID (TOTAL-COMPL-CARGADOS).
           MOVE CM-CODIGO TO TCM-CODIGO (TOTAL-COMPL-CARGADOS).
           MOVE CM-TIPO TO TCM-TIPO (TOTAL-COMPL-CARGADOS).
           MOVE CM-VALOR TO TCM-VALOR (TOTAL-COMPL-CARGADOS).
           MOVE CM-DESDE TO TCM-DESDE (TOTAL-COMPL-CARGADOS).
           MOVE CM-HASTA TO TCM-HASTA (TOTAL-COMPL-CARGADOS).
           IF CM-TRIBUTA = "N"
              MOVE "N" TO TCM-TRIBUTA (TOTAL-COMPL-CARGADOS)
           ELSE
              MOVE "S" TO TCM-TRIBUTA (TOTAL-COMPL-CARGADOS)
           END-IF.
           IF CM-COTIZA = "N"
              MOVE "N" TO TCM-COTIZA (TOTAL-COMPL-CARGADOS)
           ELSE
              MOVE "S" TO TCM-COTIZA (TOTAL-COMPL-CARGADOS)
           END-IF.

       APLICAR-COMPLEMENTOS.
      * Called twice per employee: TRIBUTACION-BUSCADA "S" right after
      * PAYCALC adds the taxable allowances to RESULTADO, "N" after
      * the withholding adds the exempt ones to NETO.
           PERFORM VARYING SUB-COMPL FROM 1 BY 1
                   UNTIL SUB-COMPL > TOTAL-COMPL-CARGADOS
              IF TCM-EMP-ID (SUB-COMPL) = EMP-ID
                 AND TCM-DESDE (SUB-COMPL) NOT > PERIODO-ACTUAL
                 AND TCM-HASTA (SUB-COMPL) NOT < PERIODO-ACTUAL
                 AND TCM-TRIBUTA (SUB-COMPL) = TRIBUTACION-BUSCADA
                 PERFORM APLICAR-UN-COMPLEMENTO
              END-IF
           END-PERFORM.

       APLICAR-UN-COMPLEMENTO.
           IF TCM-TIPO (SUB-COMPL) = "P"
              COMPUTE IMPORTE-COMPLEMENTO ROUNDED =
                      SALARIO * TCM-VALOR (SUB-COMPL) / 100
           ELSE
              MOVE TCM-VALOR (SUB-COMPL) TO IMPORTE-COMPLEMENTO
           END-IF.
           IF IMPORTE-COMPLEMENTO > 0
              IF TOTAL-COMPL-EMP < 20
                 IF TCM-TRIBUTA (SUB-COMPL) = "S"
                    ADD IMPORTE-COMPLEMENTO TO RESULTADO
                    ADD IMPORTE-COMPLEMENTO TO COMPL-TRIBUTABLE-EMP
                    IF TCM-COTIZA (SUB-COMPL) = "N"
                       SUBTRACT IMPORTE-COMPLEMENTO
                                FROM AJUSTE-BASE-COTIZ
                    END-IF
                 ELSE
                    ADD IMPORTE-COMPLEMENTO TO NETO
                    IF TCM-COTIZA (SUB-COMPL) = "S"
                       ADD IMPORTE-COMPLEMENTO TO AJUSTE-BASE-COTIZ
                    END-IF
                 END-IF
                 ADD 1 TO TOTAL-COMPL-EMP
                 MOVE TCM-CODIGO (SUB-COMPL) TO
                      TCE-CODIGO (TOTAL-COMPL-EMP)
                 MOVE IMPORTE-COMPLEMENTO TO
                      TCE-IMPORTE (TOTAL-COMPL-EMP)
                 MOVE TCM-TRIBUTA (SUB-COMPL) TO
                      TCE-TRIBUTA (TOTAL-COMPL-EMP)
                 MOVE TCM-COTIZA (SUB-COMPL) TO
                      TCE-COTIZA (TOTAL-COMPL-EMP)
                 PERFORM ACUMULAR-TOTAL-COMPLEMENTO
              ELSE
                 DISPLAY "AVISO: LIMITE DE 20 COMPLEMENTOS POR "
                         "EMPLEADO, " EMP-ID " " TCM-CODIGO (SUB-COMPL)
                         " NO SE PAGA"
              END-IF
           END-IF.

       ACUMULAR-TOTAL-COMPLEMENTO.
           PERFORM VARYING SUB-TOT-COMPL FROM 1 BY 1
                   UNTIL SUB-TOT-COMPL > TOTAL-COD-COMPL
              IF TTC-CODIGO (SUB-TOT-COMPL) = TCM-CODIGO (SUB-COMPL)
                 ADD IMPORTE-COMPLEMENTO TO TTC-TOTAL (SUB-TOT-COMPL)
                 MOVE 21 TO SUB-TOT-COMPL
              END-IF
           END-PERFORM.
           IF SUB-TOT-COMPL NOT = 22
              IF TOTAL-COD-COMPL < 20
                 ADD 1 TO TOTAL-COD-COMPL
                 MOVE TCM-CODIGO (SUB-COMPL) TO
                      TTC-CODIGO (TOTAL-COD-COMPL)
                 MOVE IMPORTE-COMPLEMENTO TO
                      TTC-TOTAL (TOTAL-COD-COMPL)
              ELSE
                 ADD IMPORTE-COMPLEMENTO TO TOTAL-COMPL-SIN-CODIGO
              END-IF
           END-IF.

       CARGAR-BENEFICIOS.
      * Both files are optional -- no catalogue or no enrolments just
      * means nobody is charged for a plan. A bonus run takes no
      * deductions, so it charges nothing either.
           MOVE "NO " TO COBRO-BENEFICIOS.
           IF NOT ES-EJECUCION-BONO
              IF ES-EJECUCION-MENSUAL
                 SET SE-COBRAN-BENEFICIOS TO TRUE
              ELSE
                 PERFORM BUSCAR-PRIMER-CICLO-MES
              END-IF
           END-IF.
           IF SE-COBRAN-BENEFICIOS
              PERFORM CARGAR-PLANES-BENEFICIOS
              PERFORM CARGAR-INSCRIPCIONES-BEN
           END-IF.

       BUSCAR-PRIMER-CICLO-MES.
      * The earliest-starting cycle of this frequency whose base is
      * this run's month; only that cycle charges the premiums.
           MOVE 0 TO PRIMER-CICLO-MES.
           MOVE 99999999 TO INICIO-PRIMER-CICLO.
           OPEN INPUT CALENDARIO-FILE.
           IF CALENDARIO-STATUS = "00"
              PERFORM UNTIL CALENDARIO-STATUS = "10"
                 READ CALENDARIO-FILE
                     AT END
                         MOVE "10" TO CALENDARIO-STATUS
                     NOT AT END
                         IF CAL-FRECUENCIA = FRECUENCIA-EJECUCION
                            AND CAL-PERIODO-BASE = PERIODO-ACTUAL
                            AND CAL-INICIO < INICIO-PRIMER-CICLO
                            MOVE CAL-INICIO TO INICIO-PRIMER-CICLO
                            MOVE CAL-CICLO TO PRIMER-CICLO-MES
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CALENDARIO-FILE.
           IF PRIMER-CICLO-MES = CICLO-EJECUCION
              SET SE-COBRAN-BENEFICIOS TO TRUE
           ELSE
              DISPLAY "LAS PRIMAS DE BENEFICIOS DE " PERIODO-ACTUAL
                      " SE COBRAN EN EL CICLO " PRIMER-CICLO-MES
           END-IF.

       CARGAR-PLANES-BENEFICIOS.
           MOVE 0 TO TOTAL-PLANES-BEN.
           OPEN INPUT PLANES-BEN-FILE.
           IF PLANES-BEN-STATUS = "00"
              PERFORM UNTIL PLANES-BEN-STATUS = "10"
                 READ PLANES-BEN-FILE
                     AT END
                         MOVE "10" TO PLANES-BEN-STATUS
                     NOT AT END
                         PERFORM CARGAR-UN-PLAN-BEN
                 END-READ
              END-PERFORM
              CLOSE PLANES-BEN-FILE
           END-IF.

       CARGAR-UN-PLAN-BEN.
           IF TOTAL-PLANES-BEN < 100
              ADD 1 TO TOTAL-PLANES-BEN
              MOVE PB-PLAN TO TPB-PLAN (TOTAL-PLANES-BEN)
              MOVE PB-NIVEL TO TPB-NIVEL (TOTAL-PLANES-BEN)
              MOVE PB-COSTE-EMPLEADO TO
                   TPB-COSTE-EMPLEADO (TOTAL-PLANES-BEN)
              MOVE PB-COSTE-EMPRESA TO
                   TPB-COSTE-EMPRESA (TOTAL-PLANES-BEN)
           ELSE
              ADD 1 TO AVISOS-BENEFICIOS
              DISPLAY "AVISO: LIMITE DE 100 LINEAS EN "
                      "PLANES_BENEFICIOS.DAT, " PB-PLAN "/" PB-NIVEL
                      " NO SE CARGA"
           END-IF.

       CARGAR-INSCRIPCIONES-BEN.
      * Only the enrolments in force this period reach the work file.
      * One whose plan and tier are not in the catalogue is charged
      * to nobody and reported, never priced at a guess.
           MOVE 0 TO INSCRIPCIONES-COBRADAS.
           OPEN INPUT INSCRIP-BEN-FILE.
           IF INSCRIP-BEN-STATUS = "00"
              PERFORM UNTIL INSCRIP-BEN-STATUS = "10"
                 READ INSCRIP-BEN-FILE
                     AT END
                         MOVE "10" TO INSCRIP-BEN-STATUS
                     NOT AT END
                         IF IB-DESDE NOT > PERIODO-ACTUAL
                            AND IB-HASTA NOT < PERIODO-ACTUAL
                            PERFORM CARGAR-UNA-INSCRIPCION-BEN
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE INSCRIP-BEN-FILE
           END-IF.
           IF INSCRIPCIONES-COBRADAS > 0
              DISPLAY "INSCRIPCIONES DE BENEFICIOS EN VIGOR: "
                      INSCRIPCIONES-COBRADAS
           END-IF.

       CARGAR-UNA-INSCRIPCION-BEN.
           MOVE 0 TO PLAN-BEN-HALLADO.
           PERFORM VARYING SUB-PLAN-BEN FROM 1 BY 1
                   UNTIL SUB-PLAN-BEN > TOTAL-PLANES-BEN
              IF TPB-PLAN (SUB-PLAN-BEN) = IB-PLAN
                 AND TPB-NIVEL (SUB-PLAN-BEN) = IB-NIVEL
                 MOVE SUB-PLAN-BEN TO PLAN-BEN-HALLADO
              END-IF
           END-PERFORM.
           IF PLAN-BEN-HALLADO = 0
              ADD 1 TO AVISOS-BENEFICIOS
              DISPLAY "AVISO: EMPLEADO " IB-EMP-ID " INSCRITO EN "
                      IB-PLAN "/" IB-NIVEL " QUE NO ESTA EN "
                      "PLANES_BENEFICIOS.DAT, NO SE COBRA"
           ELSE
              ADD 1 TO INSCRIPCIONES-COBRADAS
              MOVE IB-EMP-ID TO TR-EMP-ID
              IF TPB-COSTE-EMPLEADO (PLAN-BEN-HALLADO) > 0
                 MOVE IB-EMP-ID TO TD-EMP-ID (1)
                 MOVE IB-PLAN TO TD-CODIGO (1)
                 MOVE "I" TO TD-TIPO (1)
                 MOVE TPB-COSTE-EMPLEADO (PLAN-BEN-HALLADO) TO
                      TD-VALOR (1)
                 MOVE IB-DESDE TO TD-DESDE (1)
                 MOVE IB-HASTA TO TD-HASTA (1)
                 MOVE "DED" TO TR-ARCHIVO
                 MOVE DEDUCCION (1) TO TR-DATOS
                 PERFORM GRABAR-ENTRADA-TRABAJO
              END-IF
              IF TPB-COSTE-EMPRESA (PLAN-BEN-HALLADO) > 0
                 MOVE IB-PLAN TO TBE-PLAN (1)
                 MOVE TPB-COSTE-EMPRESA (PLAN-BEN-HALLADO) TO
                      TBE-COSTE-EMPRESA (1)
                 MOVE "BEN" TO TR-ARCHIVO
                 MOVE BEN-EMPLEADO (1) TO TR-DATOS
                 PERFORM GRABAR-ENTRADA-TRABAJO
              END-IF
           END-IF.

       ACUMULAR-BENEFICIOS-EMPRESA.
      * The company share of every plan the employee is in this
      * period, added to the plan's batch total for the journal.
           PERFORM VARYING SUB-BEN FROM 1 BY 1
                   UNTIL SUB-BEN > TOTAL-BEN-CARGADOS
              ADD TBE-COSTE-EMPRESA (SUB-BEN) TO TOTAL-BEN-EMPRESA-RUN
              PERFORM VARYING SUB-TOT-BEN FROM 1 BY 1
                      UNTIL SUB-TOT-BEN > TOTAL-COD-BEN
                 IF TTB-PLAN (SUB-TOT-BEN) = TBE-PLAN (SUB-BEN)
                    ADD TBE-COSTE-EMPRESA (SUB-BEN) TO
                        TTB-TOTAL (SUB-TOT-BEN)
                    MOVE 101 TO SUB-TOT-BEN
                 END-IF
              END-PERFORM
              IF SUB-TOT-BEN NOT = 102
                 ADD 1 TO TOTAL-COD-BEN
                 MOVE TBE-PLAN (SUB-BEN) TO TTB-PLAN (TOTAL-COD-BEN)
                 MOVE TBE-COSTE-EMPRESA (SUB-BEN) TO
                      TTB-TOTAL (TOTAL-COD-BEN)
              END-IF
           END-PERFORM.

       CARGAR-AUSENCIAS.
      * AUSENCIAS.DAT is optional -- a month with no absences keyed
      * simply accrues and pays as normal.
                     AT END
                         MOVE "10" TO AUSENCIAS-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-AUSENCIAS-CARGADAS
                         MOVE AU-EMP-ID TO TAU-EMP-ID
                              (TOTAL-AUSENCIAS-CARGADAS)
                         MOVE AU-TIPO TO TAU-TIPO
                              (TOTAL-AUSENCIAS-CARGADAS)
                         MOVE AU-DIAS TO TAU-DIAS
                              (TOTAL-AUSENCIAS-CARGADAS)
                         MOVE AU-PERIODO TO TAU-PERIODO
                              (TOTAL-AUSENCIAS-CARGADAS)
                         MOVE AU-ESTADO TO TAU-ESTADO
                              (TOTAL-AUSENCIAS-CARGADAS)
                         IF AU-EPISODIO NUMERIC
                            MOVE AU-EPISODIO TO TAU-EPISODIO
                                 (TOTAL-AUSENCIAS-CARGADAS)
                         ELSE
                            MOVE 0 TO TAU-EPISODIO
                                 (TOTAL-AUSENCIAS-CARGADAS)
                         END-IF
                         MOVE AU-EMP-ID TO TR-EMP-ID
                         MOVE "AUS" TO TR-ARCHIVO
                         MOVE AUSENCIA (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE AUSENCIAS-FILE
           END-IF.
           MOVE 0 TO TOTAL-AUSENCIAS-CARGADAS.

       APLICAR-AUSENCIAS.
      * Runs before PAYCALC so unpaid days shrink the gross the raise
      * Only released lines pay: "P" is still on the supervisor's
      * desk and "R" was refused -- blank is a legacy hand-keyed
      * line from before AUSMANT and pays as it always did.
           MOVE SALARIO TO SALARIO-ANTES-AUSENCIAS.
           PERFORM VARYING SUB-AUSENCIA FROM 1 BY 1
                   UNTIL SUB-AUSENCIA > TOTAL-AUSENCIAS-CARGADAS
              IF TAU-EMP-ID (SUB-AUSENCIA) = EMP-ID
                   DISPLAY "EMPLEADO " EMP-ID " PERMISO SIN SUELDO "
                           TAU-DIAS (SUB-AUSENCIA) " DIAS"
               WHEN "ENF"
      * Hourly staff are paid the hours they worked -- as with SIN,
      * there is no monthly gross for the bands to reduce.
                   IF EMP-PAGO-POR-HORA
                      DISPLAY "EMPLEADO " EMP-ID " BAJA POR ENFERMEDAD "
                              TAU-DIAS (SUB-AUSENCIA)
                              " DIAS (POR HORAS)"
                   ELSE
                      PERFORM APLICAR-BAJA-ENF
                   END-IF
               WHEN OTHER
                   DISPLAY "AVISO: TIPO DE AUSENCIA DESCONOCIDO "
                           TAU-TIPO (SUB-AUSENCIA) " PARA " EMP-ID
           END-EVALUATE.

       CARGAR-ESCALA-ENF.
      * ESCALA_ENF.DAT is optional -- the built-in bands stand without
      * it; with it, its lines are the whole schedule.
           OPEN INPUT ESCALA-ENF-FILE.
           IF ESCALA-ENF-STATUS = "00"
              MOVE 0 TO TOTAL-TRAMOS-ENF
              PERFORM UNTIL ESCALA-ENF-STATUS = "10"
                 READ ESCALA-ENF-FILE
                     AT END
                         MOVE "10" TO ESCALA-ENF-STATUS
                     NOT AT END
                         IF TOTAL-TRAMOS-ENF < 10
                            ADD 1 TO TOTAL-TRAMOS-ENF
                            MOVE EE-DIA-DESDE TO
                                 TEE-DIA-DESDE (TOTAL-TRAMOS-ENF)
                            MOVE EE-PORCENTAJE TO
                                 TEE-PORCENTAJE (TOTAL-TRAMOS-ENF)
                            MOVE EE-RECUPERABLE TO
                                 TEE-RECUPERABLE (TOTAL-TRAMOS-ENF)
                         ELSE
                            DISPLAY "AVISO: LIMITE DE 10 TRAMOS EN "
                               "ESCALA_ENF.DAT, DIA " EE-DIA-DESDE
                               " NO SE CARGA"
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ESCALA-ENF-FILE
           END-IF.

       APLICAR-BAJA-ENF.
      * The line's days sit after every day of the same episode paid
      * before it -- earlier months, or an earlier line of this one
      * -- so a long illness moves up the bands across month ends.
      * A line with no episode date is an episode of its own.
           MOVE 0 TO DIAS-PREVIOS-ENF.
           IF TAU-EPISODIO (SUB-AUSENCIA) NOT = 0
              PERFORM VARYING SUB-AUSENCIA-EPI FROM 1 BY 1
                      UNTIL SUB-AUSENCIA-EPI > TOTAL-AUSENCIAS-CARGADAS
                 IF TAU-EMP-ID (SUB-AUSENCIA-EPI) = EMP-ID
                    AND TAU-TIPO (SUB-AUSENCIA-EPI) = "ENF"
                    AND TAU-EPISODIO (SUB-AUSENCIA-EPI)
                        = TAU-EPISODIO (SUB-AUSENCIA)
                    AND TAU-ESTADO (SUB-AUSENCIA-EPI) NOT = "P"
                    AND TAU-ESTADO (SUB-AUSENCIA-EPI) NOT = "R"
                    AND (TAU-PERIODO (SUB-AUSENCIA-EPI) < PERIODO-ACTUAL
                         OR (TAU-PERIODO (SUB-AUSENCIA-EPI)
                             = PERIODO-ACTUAL
                             AND SUB-AUSENCIA-EPI < SUB-AUSENCIA))
                    ADD TAU-DIAS (SUB-AUSENCIA-EPI) TO DIAS-PREVIOS-ENF
                 END-IF
              END-PERFORM
           END-IF.
           COMPUTE BASE-DIARIA-ENF ROUNDED =
                   SALARIO-ANTES-AUSENCIAS / 30.
           MOVE DIAS-PREVIOS-ENF TO LINEA-DESDE-ENF.
           COMPUTE LINEA-HASTA-ENF =
                   DIAS-PREVIOS-ENF + TAU-DIAS (SUB-AUSENCIA).
           PERFORM APLICAR-TRAMO-ENF
                   VARYING SUB-TRAMO-ENF FROM 1 BY 1
                   UNTIL SUB-TRAMO-ENF > TOTAL-TRAMOS-ENF.
           DISPLAY "EMPLEADO " EMP-ID " BAJA POR ENFERMEDAD "
                   TAU-DIAS (SUB-AUSENCIA) " DIAS, EPISODIO "
                   TAU-EPISODIO (SUB-AUSENCIA) " DIAS PREVIOS "
                   DIAS-PREVIOS-ENF.

       APLICAR-TRAMO-ENF.
      * Band k covers episode days TEE-DIA-DESDE (k) up to the day
      * before the next band starts; what of the line falls inside
      * is paid at the band's percentage and the rest comes off.
           COMPUTE TRAMO-DESDE-ENF = TEE-DIA-DESDE (SUB-TRAMO-ENF) - 1.
           IF SUB-TRAMO-ENF < TOTAL-TRAMOS-ENF
              COMPUTE TRAMO-HASTA-ENF =
                      TEE-DIA-DESDE (SUB-TRAMO-ENF + 1) - 1
           ELSE
              MOVE 999 TO TRAMO-HASTA-ENF
           END-IF.
           IF LINEA-DESDE-ENF > TRAMO-DESDE-ENF
              MOVE LINEA-DESDE-ENF TO TRAMO-DESDE-ENF
           END-IF.
           IF LINEA-HASTA-ENF < TRAMO-HASTA-ENF
              MOVE LINEA-HASTA-ENF TO TRAMO-HASTA-ENF
           END-IF.
           IF TRAMO-HASTA-ENF > TRAMO-DESDE-ENF
              COMPUTE DIAS-TRAMO-ENF = TRAMO-HASTA-ENF - TRAMO-DESDE-ENF
              IF TOTAL-BAJAS-EMP < 12
                 ADD 1 TO TOTAL-BAJAS-EMP
                 MOVE TOTAL-BAJAS-EMP TO SUB-BAJA-EMP
                 MOVE TAU-EPISODIO (SUB-AUSENCIA)
                      TO TBE-EPISODIO (SUB-BAJA-EMP)
                 COMPUTE TBE-DIA-DESDE (SUB-BAJA-EMP) =
                         TRAMO-DESDE-ENF + 1
                 COMPUTE TBE-DIA-HASTA (SUB-BAJA-EMP) ROUNDED =
                         TRAMO-HASTA-ENF + 0.4
                 MOVE DIAS-TRAMO-ENF TO TBE-DIAS (SUB-BAJA-EMP)
                 MOVE TEE-PORCENTAJE (SUB-TRAMO-ENF)
                      TO TBE-PORCENTAJE (SUB-BAJA-EMP)
                 MOVE TEE-RECUPERABLE (SUB-TRAMO-ENF)
                      TO TBE-RECUPERABLE (SUB-BAJA-EMP)
                 MOVE BASE-DIARIA-ENF TO TBE-BASE-DIARIA (SUB-BAJA-EMP)
                 COMPUTE TBE-PAGADO (SUB-BAJA-EMP) ROUNDED =
                         BASE-DIARIA-ENF * DIAS-TRAMO-ENF
                         * TEE-PORCENTAJE (SUB-TRAMO-ENF) / 100
                 COMPUTE TBE-DESCONTADO (SUB-BAJA-EMP) ROUNDED =
                         BASE-DIARIA-ENF * DIAS-TRAMO-ENF
                         - TBE-PAGADO (SUB-BAJA-EMP)
      * A month of sick days on a 30-day base can ask for more than
      * is left of the gross -- it never goes below zero.
                 IF TBE-DESCONTADO (SUB-BAJA-EMP) > SALARIO
                    MOVE SALARIO TO TBE-DESCONTADO (SUB-BAJA-EMP)
                 END-IF
                 SUBTRACT TBE-DESCONTADO (SUB-BAJA-EMP) FROM SALARIO
              ELSE
                 DISPLAY "AVISO: LIMITE DE 12 TRAMOS DE BAJA PARA "
                         EMP-ID ", TRAMO NO APLICADO"
              END-IF
           END-IF.

       ESCRIBIR-BAJAS-ENF.
           PERFORM VARYING SUB-BAJA-EMP FROM 1 BY 1
                   UNTIL SUB-BAJA-EMP > TOTAL-BAJAS-EMP
              MOVE EMP-ID TO BE-EMP-ID
              MOVE PERIODO-ACTUAL TO BE-PERIODO
              MOVE EMPRESA-EJECUCION TO BE-EMPRESA
              MOVE TBE-EPISODIO (SUB-BAJA-EMP) TO BE-EPISODIO
              MOVE TBE-DIA-DESDE (SUB-BAJA-EMP) TO BE-DIA-DESDE
              MOVE TBE-DIA-HASTA (SUB-BAJA-EMP) TO BE-DIA-HASTA
              MOVE TBE-DIAS (SUB-BAJA-EMP) TO BE-DIAS
              MOVE TBE-PORCENTAJE (SUB-BAJA-EMP) TO BE-PORCENTAJE
              MOVE TBE-RECUPERABLE (SUB-BAJA-EMP) TO BE-RECUPERABLE
              MOVE TBE-BASE-DIARIA (SUB-BAJA-EMP) TO BE-BASE-DIARIA
              MOVE TBE-PAGADO (SUB-BAJA-EMP) TO BE-PAGADO
              MOVE TBE-DESCONTADO (SUB-BAJA-EMP) TO BE-DESCONTADO
              WRITE BAJAS-ENF-RECORD FROM LINEA-BAJA-ENF
              IF BAJAS-ENF-STATUS NOT = "00"
                 MOVE "BAJAS_ENF.LOG" TO NOMBRE-ARCHIVO-ERR
                 MOVE BAJAS-ENF-STATUS TO ESTADO-ARCHIVO-ERR
                 PERFORM ABORTAR-POR-ESTADO
              END-IF
           END-PERFORM.

       CARGAR-PAGOS-DEVUELTOS.
      * PAGOS_DEVUELTOS.DAT is optional -- no file just means the
      * bank bounced nothing that is still open.
                     AT END
                         MOVE "10" TO DEVUELTOS-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-DEVUELTOS-CARGADOS
                         MOVE DV-EMP-ID TO TDV-EMP-ID
                              (TOTAL-DEVUELTOS-CARGADOS)
                         MOVE DV-PERIODO TO TDV-PERIODO
                              (TOTAL-DEVUELTOS-CARGADOS)
                         MOVE DV-IMPORTE TO TDV-IMPORTE
                              (TOTAL-DEVUELTOS-CARGADOS)
                         MOVE DV-EMP-ID TO TR-EMP-ID
                         MOVE "DEV" TO TR-ARCHIVO
                         MOVE DEVUELTO (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE DEVUELTOS-FILE
           END-IF.
           MOVE 0 TO TOTAL-DEVUELTOS-CARGADOS.

       AVISAR-PAGO-DEVUELTO.
      * The money of a past period never arrived -- the pay still goes
                   MOVE MC-CUENTA (1:3) TO CTA-PREF-CUOTA
               WHEN "PRESTAMO"
                   MOVE MC-CUENTA TO CTA-PRESTAMOS
               WHEN "COMPLEM "
                   MOVE MC-CUENTA (1:3) TO CTA-PREF-COMPL
               WHEN "BENEFIC "
                   MOVE MC-CUENTA (1:3) TO CTA-PREF-BENEF
               WHEN "BENEFPAG"
                   MOVE MC-CUENTA (1:3) TO CTA-PREF-BEN-PAG
      * The month-end leave provision's accounts -- PROVVAC.cbl posts
      * them, the run has nothing to do with them.
               WHEN "VACGASTO"
               WHEN "VACPROV "
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVISO: CONCEPTO CONTABLE DESCONOCIDO ["
                           MC-CONCEPTO "] EN CUENTAS_CONTABLES.DAT, "
              PERFORM ESCRIBIR-ERROR-LINEA
           END-IF.

       VALIDAR-PUESTO-LOTE.
      * No one to re-prompt: a frozen, filled, unknown or missing
      * position skips the line like any other invalid field.
           MOVE BI-PUESTO TO PUESTO-VALIDAR.
           MOVE BI-DEPTO TO PUESTO-DEPTO.
           MOVE BI-ID TO PUESTO-EMP-ID.
           PERFORM VALIDAR-PUESTO.
           IF NOT PUESTO-ES-VALIDO
              DISPLAY "PUESTO RECHAZADO EN LOTE [" BI-PUESTO "] -- "
                      MOTIVO-PUESTO ", ID " BI-ID " OMITIDO"
              MOVE "PUESTO-INV  " TO ER-MOTIVO
              PERFORM ESCRIBIR-ERROR-LINEA
           END-IF.

       OCUPAR-PUESTO-ALTA.
           IF HAY-MAESTRO-PUESTOS AND EMP-PUESTO NOT = SPACES
              MOVE EMP-PUESTO TO PUESTO-VALIDAR
              MOVE EMP-ID TO PUESTO-EMP-ID
              PERFORM OCUPAR-PUESTO
           END-IF.

       MOVER-PUESTO-LOTE.
           MOVE EMP-ID TO PUESTO-EMP-ID.
           IF PUESTO-ANTERIOR NOT = SPACES
              MOVE PUESTO-ANTERIOR TO PUESTO-VALIDAR
              PERFORM LIBERAR-PUESTO
           END-IF.
           PERFORM OCUPAR-PUESTO-ALTA.

       BUSCAR-NOMBRE-DEPTO.
           MOVE SPACES TO NOMBRE-DEPTO.
           PERFORM VARYING SUB-DM FROM 1 BY 1
      * contribution concept -- never touches NETO, lands in the
      * journal and the monthly contributions declaration instead of
      * finance's spreadsheet.
      * The base is the gross corrected for the allowances whose
      * contribution treatment differs from their tax treatment.
           ADD 1 TO EMPLEADOS-CON-CUOTA.
           MOVE 0 TO CUOTA-EMPLEADO.
           COMPUTE BASE-COTIZACION = RESULTADO + AJUSTE-BASE-COTIZ.
           IF BASE-COTIZACION < 0
              MOVE 0 TO BASE-COTIZACION
           END-IF.
           PERFORM VARYING SUB-CUOTA FROM 1 BY 1
                   UNTIL SUB-CUOTA > TOTAL-CUOTAS-CARGADAS
              COMPUTE IMPORTE-CUOTA ROUNDED =
                      BASE-COTIZACION * TC-TASA (SUB-CUOTA)
              ADD IMPORTE-CUOTA TO TC-TOTAL (SUB-CUOTA)
              ADD IMPORTE-CUOTA TO TOTAL-CUOTA-PATRONAL
              ADD IMPORTE-CUOTA TO CUOTA-EMPLEADO
           END-PERFORM.

       ESCRIBIR-DECLARACION-CUOTAS.
              PERFORM VERIFICAR-ESCRITURA-DECL-CUOTAS
              CLOSE DECL-CUOTAS-FILE
              DISPLAY "CUOTA PATRONAL DEL PERIODO: "
                      TOTAL-CUOTA-PATRONAL ", VER " DECL-CUOTAS-NOMBRE
           END-IF.

       VERIFICAR-ESCRITURA-DECL-CUOTAS.
           IF DECL-CUOTAS-STATUS NOT = "00"
              MOVE DECL-CUOTAS-NOMBRE TO NOMBRE-ARCHIVO-ERR
              MOVE DECL-CUOTAS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
                     AT END
                         MOVE "10" TO ATRASOS-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-ATRASOS-CARGADOS
                         MOVE AT-EMP-ID TO
                              TA-EMP-ID (TOTAL-ATRASOS-CARGADOS)
                         MOVE AT-PERIODO TO
                              TA-PERIODO (TOTAL-ATRASOS-CARGADOS)
                         MOVE AT-DIF-BRUTO TO
                              TA-DIF-BRUTO (TOTAL-ATRASOS-CARGADOS)
                         MOVE AT-DIF-NETO TO
                              TA-DIF-NETO (TOTAL-ATRASOS-CARGADOS)
                         MOVE "N" TO
                              TA-PAGADO (TOTAL-ATRASOS-CARGADOS)
                         MOVE AT-EMP-ID TO TR-EMP-ID
                         MOVE "ATR" TO TR-ARCHIVO
                         MOVE ATRASO (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE ATRASOS-FILE
           END-IF.
           MOVE 0 TO TOTAL-ATRASOS-CARGADOS.

       APLICAR-ATRASOS.
      * Adds the net owed to this month's pay and logs each original

       REESCRIBIR-ATRASOS-PENDIENTES.
      * What was paid this run comes off the file; anything left (an
      * employee skipped this run) stays for the next. Every line of
      * the file is on the work file, in the file's own order, with
      * what the employees paid so far did to it.
           IF HAY-ATRASOS-TOCADOS
              OPEN OUTPUT ATRASOS-FILE
              MOVE "ATR" TO ARCHIVO-BUSCADO
              PERFORM SITUAR-ARCHIVO-TRABAJO
              MOVE 1 TO SUB-ATRASO
              PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
                 MOVE TR-DATOS TO ATRASO (SUB-ATRASO)
                 IF TA-PAGADO (SUB-ATRASO) = "N"
                    MOVE TA-EMP-ID (SUB-ATRASO) TO AT-EMP-ID
                    MOVE TA-PERIODO (SUB-ATRASO) TO AT-PERIODO
                       PERFORM ABORTAR-POR-ESTADO
                    END-IF
                 END-IF
                 PERFORM LEER-ARCHIVO-TRABAJO
              END-PERFORM
              CLOSE ATRASOS-FILE
              MOVE "NO " TO ATRASOS-TOCADOS
           END-IF.

       CARGAR-CAMBIOS-PEND.
                     AT END
                         MOVE "10" TO CAMPEND-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-CAMBIOS-PEND
                         MOVE CP-EMP-ID TO
                              TCP-EMP-ID (TOTAL-CAMBIOS-PEND)
                         MOVE CP-SUELDO TO
                              TCP-SUELDO (TOTAL-CAMBIOS-PEND)
                         MOVE CP-GRADO TO
                              TCP-GRADO (TOTAL-CAMBIOS-PEND)
                         MOVE CP-FECHA-EFECTIVA TO
                              TCP-FECHA (TOTAL-CAMBIOS-PEND)
                         MOVE CP-ESTADO TO
                              TCP-ESTADO (TOTAL-CAMBIOS-PEND)
                         MOVE CP-EMP-ID TO TR-EMP-ID
                         MOVE "CPE" TO TR-ARCHIVO
                         MOVE CAMBIO-PEND (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE CAMPEND-FILE
           END-IF.
           MOVE 0 TO TOTAL-CAMBIOS-PEND.

       REESCRIBIR-CAMBIOS-PEND.
      * Applied entries ("S") drop; future-dated, still-pending and
      * rejected ones stay on file.
           IF HAY-CAMBIOS-PEND-TOCADOS
              OPEN OUTPUT CAMPEND-FILE
              MOVE "CPE" TO ARCHIVO-BUSCADO
              PERFORM SITUAR-ARCHIVO-TRABAJO
              MOVE 1 TO SUB-CPEND
              PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
                 MOVE TR-DATOS TO CAMBIO-PEND (SUB-CPEND)
                 IF TCP-ESTADO (SUB-CPEND) NOT = "S"
                    MOVE TCP-EMP-ID (SUB-CPEND) TO CP-EMP-ID
                    MOVE TCP-SUELDO (SUB-CPEND) TO CP-SUELDO
                       PERFORM ABORTAR-POR-ESTADO
                    END-IF
                 END-IF
                 PERFORM LEER-ARCHIVO-TRABAJO
              END-PERFORM
              CLOSE CAMPEND-FILE
              MOVE "NO " TO CAMBIOS-PEND-TOCADOS
           END-IF.

       REVISAR-CAMBIO-PENDIENTE.
                 DISPLAY "EMPLEADO " EMP-ID " RETENIDO: CAMBIO "
                         "PENDIENTE DE APROBACION DEL "
                         TCP-FECHA (SUB-CPEND) " (VER APROBCAM)"
                 PERFORM ANOTAR-RETENIDO
              END-IF
           END-PERFORM.

       ANOTAR-RETENIDO.
      * Held, not rejected -- the line goes out without counting as a
      * lote rejection.
           MOVE "RETENIDO    " TO ER-MOTIVO.
           MOVE SPACES TO ER-CONTENIDO.
           STRING "EMPLEADO " EMP-ID " CAMBIO PENDIENTE DE "
                  "APROBACION DEL " TCP-FECHA (SUB-CPEND)
               DELIMITED BY SIZE INTO ER-CONTENIDO
           END-STRING.
           WRITE EDIT-REPORT-RECORD FROM LINEA-EDIT-REPORT.
           PERFORM VERIFICAR-ESCRITURA-EDIT.

       APLICAR-CAMBIO-EFECTIVO.
      * Amendments whose effective period has arrived price into this
      * pay. A change effective mid-month blends the gross: old-rate

       CARGAR-DED-PENDIENTES.
      * DEDUCCIONES_PENDIENTES.DAT is optional -- no file means no
      * period has hit the protected floor yet. Every line reaches
      * the work file, so the rewrite has all of them to write back.
           MOVE 0 TO TOTAL-DED-PENDIENTES.
           OPEN INPUT DEDPEND-FILE.
           IF DEDPEND-STATUS = "00"
                     AT END
                         MOVE "10" TO DEDPEND-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-DED-PENDIENTES
                         MOVE PD-EMP-ID TO
                              TPD-EMP-ID (TOTAL-DED-PENDIENTES)
                         MOVE PD-CODIGO TO
                              TPD-CODIGO (TOTAL-DED-PENDIENTES)
                         MOVE PD-IMPORTE TO
                              TPD-IMPORTE (TOTAL-DED-PENDIENTES)
                         MOVE PD-PERIODO TO
                              TPD-PERIODO (TOTAL-DED-PENDIENTES)
                         MOVE "N" TO
                              TPD-ESTADO (TOTAL-DED-PENDIENTES)
                         MOVE PD-EMP-ID TO TR-EMP-ID
                         MOVE "DPE" TO TR-ARCHIVO
                         MOVE DED-PENDIENTE (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE DEDPEND-FILE
           END-IF.
           MOVE 0 TO TOTAL-DED-PENDIENTES.

       REESCRIBIR-DED-PENDIENTES.
      * Fully recovered entries drop; partials and new carries stay.
           IF HAY-DED-PEND-TOCADAS
              OPEN OUTPUT DEDPEND-FILE
              MOVE "DPE" TO ARCHIVO-BUSCADO
              PERFORM SITUAR-ARCHIVO-TRABAJO
              MOVE 1 TO SUB-PEND
              PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
                 MOVE TR-DATOS TO DED-PENDIENTE (SUB-PEND)
                 IF TPD-ESTADO (SUB-PEND) = "N"
                    AND TPD-IMPORTE (SUB-PEND) > 0
                    MOVE TPD-EMP-ID (SUB-PEND) TO PD-EMP-ID
                       PERFORM ABORTAR-POR-ESTADO
                    END-IF
                 END-IF
                 PERFORM LEER-ARCHIVO-TRABAJO
              END-PERFORM
              CLOSE DEDPEND-FILE
              MOVE "NO " TO DED-PEND-TOCADAS
           END-IF.

       CARGAR-PRESTAMOS.
      * PRESTAMOS.DAT is optional -- no file simply means nobody has
      * a loan outstanding. Every line reaches the work file, so the
      * rewrite has all of them to write back.
           MOVE 0 TO TOTAL-PRESTAMOS-CARGADOS.
           OPEN INPUT PRESTAMOS-FILE.
           IF PRESTAMOS-STATUS = "00"
                     AT END
                         MOVE "10" TO PRESTAMOS-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-PRESTAMOS-CARGADOS
                         MOVE PR-EMP-ID TO
                              TP-EMP-ID (TOTAL-PRESTAMOS-CARGADOS)
                         MOVE PR-PRINCIPAL TO TP-PRINCIPAL
                              (TOTAL-PRESTAMOS-CARGADOS)
                         MOVE PR-CUOTA TO
                              TP-CUOTA (TOTAL-PRESTAMOS-CARGADOS)
                         MOVE PR-SALDO TO
                              TP-SALDO (TOTAL-PRESTAMOS-CARGADOS)
                         MOVE PR-PERIODO-INICIO TO
                              TP-PERIODO-INICIO
                              (TOTAL-PRESTAMOS-CARGADOS)
                         MOVE PR-ESTADO TO
                              TP-ESTADO (TOTAL-PRESTAMOS-CARGADOS)
                         MOVE 0 TO TP-MOVIMIENTO
                              (TOTAL-PRESTAMOS-CARGADOS)
                         MOVE PR-EMP-ID TO TR-EMP-ID
                         MOVE "PRE" TO TR-ARCHIVO
                         MOVE PRESTAMO (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE PRESTAMOS-FILE
           END-IF.
           MOVE 0 TO TOTAL-PRESTAMOS-CARGADOS.

       APLICAR-PRESTAMOS.
      * After the deductions, before arrears/adjustments: each active
       REESCRIBIR-PRESTAMOS.
      * Every loan goes back -- cancelled ones too, PRESMANT's
      * statement needs them -- with the balances this run left.
           IF HAY-PRESTAMOS-TOCADOS
              OPEN OUTPUT PRESTAMOS-FILE
              MOVE "PRE" TO ARCHIVO-BUSCADO
              PERFORM SITUAR-ARCHIVO-TRABAJO
              MOVE 1 TO SUB-PRESTAMO
              PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
                 MOVE TR-DATOS TO PRESTAMO (SUB-PRESTAMO)
                 MOVE TP-EMP-ID (SUB-PRESTAMO) TO PR-EMP-ID
                 MOVE TP-PRINCIPAL (SUB-PRESTAMO) TO PR-PRINCIPAL
                 MOVE TP-CUOTA (SUB-PRESTAMO) TO PR-CUOTA
                    MOVE PRESTAMOS-STATUS TO ESTADO-ARCHIVO-ERR
                    PERFORM ABORTAR-POR-ESTADO
                 END-IF
                 PERFORM LEER-ARCHIVO-TRABAJO
              END-PERFORM
              CLOSE PRESTAMOS-FILE
              MOVE "NO " TO PRESTAMOS-TOCADOS
           END-IF.

       CARGAR-EMBARGOS.
      * EMBARGOS.DAT is optional -- no file means no court order is
      * open. Every order reaches the work file, so the rewrite has
      * all of them to write back.
           MOVE 0 TO TOTAL-EMBARGOS-CARGADOS.
           OPEN INPUT EMBARGOS-FILE.
           IF EMBARGOS-STATUS = "00"
              PERFORM UNTIL EMBARGOS-STATUS = "10"
                 READ EMBARGOS-FILE
                     AT END
                         MOVE "10" TO EMBARGOS-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-EMBARGOS-CARGADOS
                         PERFORM CARGAR-UN-EMBARGO
                         MOVE EM-EMP-ID TO TR-EMP-ID
                         MOVE "EMB" TO TR-ARCHIVO
                         MOVE EMBARGO (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE EMBARGOS-FILE
           END-IF.
           MOVE 0 TO TOTAL-EMBARGOS-CARGADOS.

       CARGAR-UN-EMBARGO.
           MOVE TOTAL-EMBARGOS-CARGADOS TO SUB-EMBARGO.
           MOVE EM-EMP-ID TO TE-EMP-ID (SUB-EMBARGO).
           MOVE EM-REFERENCIA TO TE-REFERENCIA (SUB-EMBARGO).
           MOVE EM-JUZGADO TO TE-JUZGADO (SUB-EMBARGO).
           MOVE EM-ACREEDOR TO TE-ACREEDOR (SUB-EMBARGO).
           MOVE EM-CUENTA TO TE-CUENTA (SUB-EMBARGO).
           MOVE EM-DEUDA TO TE-DEUDA (SUB-EMBARGO).
           MOVE EM-PAGADO TO TE-PAGADO (SUB-EMBARGO).
           MOVE EM-FECHA-INICIO TO TE-FECHA-INICIO (SUB-EMBARGO).
           MOVE EM-PRIORIDAD TO TE-PRIORIDAD (SUB-EMBARGO).
           MOVE EM-ESTADO TO TE-ESTADO (SUB-EMBARGO).
           MOVE EM-ULT-PERIODO TO TE-ULT-PERIODO (SUB-EMBARGO).
           MOVE EM-ULT-IMPORTE TO TE-ULT-IMPORTE (SUB-EMBARGO).
           MOVE EM-ULT-EMPRESA TO TE-ULT-EMPRESA (SUB-EMBARGO).
           MOVE 0 TO TE-MOVIMIENTO (SUB-EMBARGO).
           MOVE "S" TO TE-LISTADO (SUB-EMBARGO).

       APLICAR-EMBARGOS.
      * Court orders rank above every deduction, so they run first,
      * on the net the withholding left. The statutory scale says
      * how much of it may be seized at all; the employee's open
      * orders share that by priority -- the lowest EM-PRIORIDAD is
      * served up to its balance before the next one sees a cent.
           MOVE 0 TO EMBARGOS-EMPLEADO.
           PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                   UNTIL SUB-EMBARGO > TOTAL-EMBARGOS-CARGADOS
              IF TE-EMP-ID (SUB-EMBARGO) = EMP-ID
                 AND TE-ESTADO (SUB-EMBARGO) = "A"
                 AND TE-PERIODO-INICIO (SUB-EMBARGO)
                     NOT > PERIODO-ACTUAL
                 ADD 1 TO EMBARGOS-EMPLEADO
              END-IF
           END-PERFORM.
           IF EMBARGOS-EMPLEADO > 0
              PERFORM CALCULAR-EMBARGABLE
              IF EMBARGABLE > DISPONIBLE-DEDUCCION
                 MOVE DISPONIBLE-DEDUCCION TO EMBARGABLE
              END-IF
              PERFORM VARYING PRIORIDAD-EMBARGO FROM 0 BY 1
                      UNTIL PRIORIDAD-EMBARGO > 99
                 PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                         UNTIL SUB-EMBARGO > TOTAL-EMBARGOS-CARGADOS
                    IF TE-EMP-ID (SUB-EMBARGO) = EMP-ID
                       AND TE-ESTADO (SUB-EMBARGO) = "A"
                       AND TE-PRIORIDAD (SUB-EMBARGO)
                           = PRIORIDAD-EMBARGO
                       AND TE-PERIODO-INICIO (SUB-EMBARGO)
                           NOT > PERIODO-ACTUAL
                       PERFORM RETENER-UN-EMBARGO
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.

       CALCULAR-EMBARGABLE.
      * Tranche by tranche of the protected floor: nothing from the
      * first, the scale rate from each of the next four, the last
      * rate from whatever lies above five floors.
           MOVE 0 TO EMBARGABLE.
           MOVE NETO TO RESTO-EMBARGABLE.
           PERFORM VARYING SUB-ESCALA FROM 1 BY 1
                   UNTIL SUB-ESCALA > 6
              IF SUB-ESCALA < 6
                 AND RESTO-EMBARGABLE > NETO-MINIMO-PROTEGIDO
                 MOVE NETO-MINIMO-PROTEGIDO TO TRAMO-EMBARGABLE
              ELSE
                 MOVE RESTO-EMBARGABLE TO TRAMO-EMBARGABLE
              END-IF
              COMPUTE EMBARGABLE ROUNDED = EMBARGABLE
                    + TRAMO-EMBARGABLE * ESCALA-PORCENTAJE (SUB-ESCALA)
              SUBTRACT TRAMO-EMBARGABLE FROM RESTO-EMBARGABLE
           END-PERFORM.

       RETENER-UN-EMBARGO.
      * Never more than the debt still open, never more than the
      * scale leaves -- a short month simply retains less and the
      * order carries on next period.
           COMPUTE IMPORTE-EMBARGO =
                   TE-DEUDA (SUB-EMBARGO) - TE-PAGADO (SUB-EMBARGO).
           IF IMPORTE-EMBARGO > EMBARGABLE
              MOVE EMBARGABLE TO IMPORTE-EMBARGO
           END-IF.
           IF IMPORTE-EMBARGO > 0
              SUBTRACT IMPORTE-EMBARGO FROM NETO
              SUBTRACT IMPORTE-EMBARGO FROM DISPONIBLE-DEDUCCION
              SUBTRACT IMPORTE-EMBARGO FROM EMBARGABLE
              ADD IMPORTE-EMBARGO TO TE-PAGADO (SUB-EMBARGO)
              MOVE IMPORTE-EMBARGO TO TE-MOVIMIENTO (SUB-EMBARGO)
              ADD IMPORTE-EMBARGO TO TOTAL-EMBARGOS-RUN
      * The period's retention is what the remittance pays over --
      * a weekly cycle adds to the month it posts into.
              IF TE-ULT-PERIODO (SUB-EMBARGO) = PERIODO-ACTUAL
                 AND TE-ULT-EMPRESA (SUB-EMBARGO) = EMPRESA-EJECUCION
                 ADD IMPORTE-EMBARGO TO TE-ULT-IMPORTE (SUB-EMBARGO)
              ELSE
                 MOVE PERIODO-ACTUAL TO TE-ULT-PERIODO (SUB-EMBARGO)
                 MOVE EMPRESA-EJECUCION TO
                      TE-ULT-EMPRESA (SUB-EMBARGO)
                 MOVE IMPORTE-EMBARGO TO TE-ULT-IMPORTE (SUB-EMBARGO)
              END-IF
      * Posted and itemized as deduction EMBJ, so the journal's 476
      * leg, the detail history and the final settlement carry it.
              IF TOTAL-DED-APLICADAS < 20
                 ADD 1 TO TOTAL-DED-APLICADAS
                 MOVE "EMBJ" TO TDA-CODIGO (TOTAL-DED-APLICADAS)
                 MOVE IMPORTE-EMBARGO TO
                      TDA-IMPORTE (TOTAL-DED-APLICADAS)
              END-IF
              MOVE IMPORTE-EMBARGO TO IMPORTE-DEDUCCION
              MOVE "EMBJ" TO CODIGO-CLASIFICAR
              PERFORM ACUMULAR-TOTAL-DED-PEND
              IF TE-PAGADO (SUB-EMBARGO) NOT < TE-DEUDA (SUB-EMBARGO)
                 MOVE "C" TO TE-ESTADO (SUB-EMBARGO)
                 DISPLAY "EMBARGO " TE-REFERENCIA (SUB-EMBARGO)
                         " DE " EMP-ID " SALDADO CON ESTA RETENCION"
              END-IF
              DISPLAY "EMBARGO " TE-REFERENCIA (SUB-EMBARGO) " DE "
                      EMP-ID ": " IMPORTE-EMBARGO
           END-IF.

       REESCRIBIR-EMBARGOS.
      * Every order goes back, closed and suspended ones included --
      * EMBMANT's statement and the court's queries need them.
           IF HAY-EMBARGOS-TOCADOS
              OPEN OUTPUT EMBARGOS-FILE
              MOVE "EMB" TO ARCHIVO-BUSCADO
              PERFORM SITUAR-ARCHIVO-TRABAJO
              MOVE 1 TO SUB-EMBARGO
              PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
                 MOVE TR-DATOS TO EMBARGO (SUB-EMBARGO)
                 MOVE TE-EMP-ID (SUB-EMBARGO) TO EM-EMP-ID
                 MOVE TE-REFERENCIA (SUB-EMBARGO) TO EM-REFERENCIA
                 MOVE TE-JUZGADO (SUB-EMBARGO) TO EM-JUZGADO
                 MOVE TE-ACREEDOR (SUB-EMBARGO) TO EM-ACREEDOR
                 MOVE TE-CUENTA (SUB-EMBARGO) TO EM-CUENTA
                 MOVE TE-DEUDA (SUB-EMBARGO) TO EM-DEUDA
                 MOVE TE-PAGADO (SUB-EMBARGO) TO EM-PAGADO
                 MOVE TE-FECHA-INICIO (SUB-EMBARGO) TO EM-FECHA-INICIO
                 MOVE TE-PRIORIDAD (SUB-EMBARGO) TO EM-PRIORIDAD
                 MOVE TE-ESTADO (SUB-EMBARGO) TO EM-ESTADO
                 MOVE TE-ULT-PERIODO (SUB-EMBARGO) TO EM-ULT-PERIODO
                 MOVE TE-ULT-IMPORTE (SUB-EMBARGO) TO EM-ULT-IMPORTE
                 MOVE TE-ULT-EMPRESA (SUB-EMBARGO) TO EM-ULT-EMPRESA
                 WRITE EMBARGO-RECORD
                 IF EMBARGOS-STATUS NOT = "00"
                    MOVE "EMBARGOS.DAT" TO NOMBRE-ARCHIVO-ERR
                    MOVE EMBARGOS-STATUS TO ESTADO-ARCHIVO-ERR
                    PERFORM ABORTAR-POR-ESTADO
                 END-IF
                 PERFORM LEER-ARCHIVO-TRABAJO
              END-PERFORM
              CLOSE EMBARGOS-FILE
              MOVE "NO " TO EMBARGOS-TOCADOS
           END-IF.

       ESCRIBIR-REMESA-EMBARGOS.
      * What each court and creditor is owed for the period, off the
      * retention kept on file -- so a resumed lote still lists the
      * employees paid before the restart.
      * The orders are walked on the work file in the file's order,
      * the head of each group in the first slot of the table and
      * its fellows in the second.
           MOVE 0 TO EMBARGOS-REMESA.
           MOVE 0 TO TOTAL-REMESA-EMB.
           MOVE 1 TO SUB-EMBARGO.
           MOVE "EMB" TO ARCHIVO-BUSCADO.
           PERFORM SITUAR-ARCHIVO-TRABAJO.
           PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
              MOVE TR-DATOS TO EMBARGO (SUB-EMBARGO)
              IF TE-ULT-PERIODO (SUB-EMBARGO) = PERIODO-ACTUAL
                 AND TE-ULT-EMPRESA (SUB-EMBARGO) = EMPRESA-EJECUCION
                 AND TE-ULT-IMPORTE (SUB-EMBARGO) > 0
                 MOVE "N" TO TE-LISTADO (SUB-EMBARGO)
                 ADD 1 TO EMBARGOS-REMESA
              ELSE
                 MOVE "S" TO TE-LISTADO (SUB-EMBARGO)
              END-IF
              MOVE EMBARGO (SUB-EMBARGO) TO TR-DATOS
              REWRITE TRABAJO-RECORD
              PERFORM VERIFICAR-ESCRITURA-TRABAJO
              PERFORM LEER-ARCHIVO-TRABAJO
           END-PERFORM.
           IF EMBARGOS-REMESA > 0
              OPEN OUTPUT REMESA-EMB-FILE
              MOVE SPACES TO REMESA-EMB-RECORD
              STRING "REMESA DE EMBARGOS PERIODO " PERIODO-ACTUAL
                     " EMPRESA " EMPRESA-EJECUCION
                     " (" EMBARGOS-REMESA " ORDENES)"
                     DELIMITED BY SIZE INTO REMESA-EMB-RECORD
              END-STRING
              WRITE REMESA-EMB-RECORD
              PERFORM VERIFICAR-ESCRITURA-REMESA-EMB
              PERFORM SITUAR-ARCHIVO-TRABAJO
              PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
                 MOVE TR-DATOS TO EMBARGO (SUB-EMBARGO)
                 IF TE-LISTADO (SUB-EMBARGO) = "N"
                    PERFORM LISTAR-GRUPO-EMBARGO
                 END-IF
                 PERFORM LEER-ARCHIVO-TRABAJO
              END-PERFORM
              MOVE SPACES TO LINEA-REMESA-TOTAL
              MOVE "TOTAL A INGRESAR" TO LRT-TEXTO
              MOVE TOTAL-REMESA-EMB TO LRT-IMPORTE
              WRITE REMESA-EMB-RECORD FROM LINEA-REMESA-TOTAL
              PERFORM VERIFICAR-ESCRITURA-REMESA-EMB
              CLOSE REMESA-EMB-FILE
              DISPLAY "EMBARGOS A INGRESAR: " TOTAL-REMESA-EMB
                      ", VER " REMESA-EMB-NOMBRE
           END-IF.

       LISTAR-GRUPO-EMBARGO.
      * One destination -- court, creditor and consignment account --
      * with every order of the period that pays into it. The group
      * is read from its head on, and the work file is left back on
      * the head so the caller's walk goes on from there.
           MOVE TR-CLAVE-ARCHIVO TO CLAVE-REMESA.
           MOVE SPACES TO REMESA-EMB-RECORD.
           WRITE REMESA-EMB-RECORD.
           PERFORM VERIFICAR-ESCRITURA-REMESA-EMB.
           MOVE TE-JUZGADO (SUB-EMBARGO) TO LRG-JUZGADO.
           MOVE TE-ACREEDOR (SUB-EMBARGO) TO LRG-ACREEDOR.
           WRITE REMESA-EMB-RECORD FROM LINEA-REMESA-GRUPO.
           PERFORM VERIFICAR-ESCRITURA-REMESA-EMB.
           MOVE TE-CUENTA (SUB-EMBARGO) TO LRC-CUENTA.
           WRITE REMESA-EMB-RECORD FROM LINEA-REMESA-CUENTA.
           PERFORM VERIFICAR-ESCRITURA-REMESA-EMB.
           MOVE 0 TO SUBTOTAL-REMESA-EMB.
           MOVE 2 TO SUB-GRUPO-EMB.
           PERFORM VOLVER-A-CLAVE-REMESA.
           PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
              MOVE TR-DATOS TO EMBARGO (SUB-GRUPO-EMB)
              IF TE-LISTADO (SUB-GRUPO-EMB) = "N"
                 AND TE-JUZGADO (SUB-GRUPO-EMB)
                     = TE-JUZGADO (SUB-EMBARGO)
                 AND TE-ACREEDOR (SUB-GRUPO-EMB)
                     = TE-ACREEDOR (SUB-EMBARGO)
                 AND TE-CUENTA (SUB-GRUPO-EMB)
                     = TE-CUENTA (SUB-EMBARGO)
                 MOVE TE-EMP-ID (SUB-GRUPO-EMB) TO LRE-EMP-ID
                 MOVE TE-REFERENCIA (SUB-GRUPO-EMB) TO LRE-REFERENCIA
                 MOVE TE-ULT-IMPORTE (SUB-GRUPO-EMB) TO LRE-IMPORTE
                 COMPUTE SALDO-EMBARGO = TE-DEUDA (SUB-GRUPO-EMB)
                       - TE-PAGADO (SUB-GRUPO-EMB)
                 MOVE SALDO-EMBARGO TO LRE-SALDO
                 WRITE REMESA-EMB-RECORD FROM LINEA-REMESA-EMB
                 PERFORM VERIFICAR-ESCRITURA-REMESA-EMB
                 ADD TE-ULT-IMPORTE (SUB-GRUPO-EMB)
                     TO SUBTOTAL-REMESA-EMB
                 MOVE "S" TO TE-LISTADO (SUB-GRUPO-EMB)
                 MOVE EMBARGO (SUB-GRUPO-EMB) TO TR-DATOS
                 REWRITE TRABAJO-RECORD
                 PERFORM VERIFICAR-ESCRITURA-TRABAJO
              END-IF
              PERFORM LEER-ARCHIVO-TRABAJO
           END-PERFORM.
           PERFORM VOLVER-A-CLAVE-REMESA.
           MOVE SPACES TO LINEA-REMESA-TOTAL.
           MOVE "TOTAL DESTINO" TO LRT-TEXTO.
           MOVE SUBTOTAL-REMESA-EMB TO LRT-IMPORTE.
           WRITE REMESA-EMB-RECORD FROM LINEA-REMESA-TOTAL.
           PERFORM VERIFICAR-ESCRITURA-REMESA-EMB.
           ADD SUBTOTAL-REMESA-EMB TO TOTAL-REMESA-EMB.

       VOLVER-A-CLAVE-REMESA.
           MOVE CLAVE-REMESA TO TR-CLAVE-ARCHIVO.
           MOVE "NO " TO ENTRADA-TRABAJO.
           START TRABAJO-FILE KEY NOT < TR-CLAVE-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LEER-ARCHIVO-TRABAJO
           END-START.

       VERIFICAR-ESCRITURA-REMESA-EMB.
           IF REMESA-EMB-STATUS NOT = "00"
              MOVE REMESA-EMB-NOMBRE TO NOMBRE-ARCHIVO-ERR
              MOVE REMESA-EMB-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       PROCESAR-BONO.
                     AT END
                         MOVE "10" TO AJUSTES-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-AJUSTES-CARGADOS
                         MOVE AJ-EMP-ID TO
                              TAJ-EMP-ID (TOTAL-AJUSTES-CARGADOS)
                         MOVE AJ-IMPORTE TO
                              TAJ-IMPORTE (TOTAL-AJUSTES-CARGADOS)
                         MOVE AJ-MOTIVO TO
                              TAJ-MOTIVO (TOTAL-AJUSTES-CARGADOS)
                         MOVE AJ-PERIODO TO
                              TAJ-PERIODO (TOTAL-AJUSTES-CARGADOS)
                         MOVE "N" TO
                              TAJ-APLICADO (TOTAL-AJUSTES-CARGADOS)
                         MOVE AJ-ESTADO TO
                              TAJ-ESTADO (TOTAL-AJUSTES-CARGADOS)
                         MOVE AJ-EMP-ID TO TR-EMP-ID
                         MOVE "AJU" TO TR-ARCHIVO
                         MOVE AJUSTE (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE AJUSTES-FILE
           END-IF.
           MOVE 0 TO TOTAL-AJUSTES-CARGADOS.

       APLICAR-AJUSTES.
      * Only released corrections post: "P" is still on the
                   TAJ-MOTIVO (SUB-AJUSTE) "): " IMPORTE-AJUSTE.

       REESCRIBIR-AJUSTES-PENDIENTES.
           IF HAY-AJUSTES-TOCADOS
              OPEN OUTPUT AJUSTES-FILE
              MOVE "AJU" TO ARCHIVO-BUSCADO
              PERFORM SITUAR-ARCHIVO-TRABAJO
              MOVE 1 TO SUB-AJUSTE
              PERFORM UNTIL NOT HAY-ENTRADA-TRABAJO
                 MOVE TR-DATOS TO AJUSTE (SUB-AJUSTE)
                 IF TAJ-APLICADO (SUB-AJUSTE) = "N"
                    MOVE TAJ-EMP-ID (SUB-AJUSTE) TO AJ-EMP-ID
                    MOVE TAJ-IMPORTE (SUB-AJUSTE) TO AJ-IMPORTE
                       PERFORM ABORTAR-POR-ESTADO
                    END-IF
                 END-IF
                 PERFORM LEER-ARCHIVO-TRABAJO
              END-PERFORM
              CLOSE AJUSTES-FILE
              MOVE "NO " TO AJUSTES-TOCADOS
           END-IF.

       APLICAR-RETENCION.
           COMPUTE IMPUESTO = RESULTADO * TI-TASA (IDX-TRAMO).
           COMPUTE NETO = RESULTADO - IMPUESTO.

       APLICAR-RETENCION-ACUMULADA.
      * The year's expected tax: the gross already paid this year
      * plus this month's gross for every month still to come,
      * priced as twelve average months through the same brackets.
      * Each month withholds its share of what is still missing;
      * December -- or a leaver's final pay, with no months left to
      * spread over -- takes exactly the rest, and what that differs
      * from the month's own bracket figure is the regularization.
      * IMPUESTO cannot go negative: an over-withheld year gets back
      * at most the settling month's tax, the excess is reported.
           MOVE IMPUESTO TO IMPUESTO-MES.
           PERFORM BUSCAR-ACUMULADO-RETENCION.
           IF ES-PAGO-FINAL OR FS-MES = 12
              MOVE 1 TO MESES-RESTANTES
           ELSE
              COMPUTE MESES-RESTANTES = 13 - FS-MES
           END-IF.
           COMPUTE BRUTO-ANUAL-PROYECTADO = ACUM-BRUTO-ANIO
                 + RESULTADO * MESES-RESTANTES.
           COMPUTE BASE-MENSUAL-MEDIA ROUNDED =
                   BRUTO-ANUAL-PROYECTADO / 12.
           SET IDX-TRAMO TO 1.
           SEARCH TRAMO-IMPUESTO
               AT END
                   SET IDX-TRAMO TO 4
               WHEN BASE-MENSUAL-MEDIA NOT > TI-LIMITE (IDX-TRAMO)
                   CONTINUE
           END-SEARCH.
           COMPUTE RETENCION-ANUAL ROUNDED =
                   BRUTO-ANUAL-PROYECTADO * TI-TASA (IDX-TRAMO).
           COMPUTE RETENCION-PENDIENTE =
                   RETENCION-ANUAL - ACUM-RETENIDO-ANIO.
           IF RETENCION-PENDIENTE < 0
              MOVE 0 TO IMPUESTO
              IF MESES-RESTANTES = 1
                 DISPLAY "AVISO: " EMP-ID " RETENIDO DE MAS EN EL "
                         "ANIO, EXCESO NO DEVUELTO: "
                         RETENCION-PENDIENTE
              END-IF
           ELSE
              COMPUTE IMPUESTO ROUNDED =
                      RETENCION-PENDIENTE / MESES-RESTANTES
           END-IF.
           IF IMPUESTO > RESULTADO
              MOVE RESULTADO TO IMPUESTO
           END-IF.
           IF MESES-RESTANTES = 1
              COMPUTE REGULARIZACION = IMPUESTO - IMPUESTO-MES
              IF REGULARIZACION NOT = 0
                 DISPLAY "REGULARIZACION DE RETENCION " EMP-ID ": "
                         REGULARIZACION
              END-IF
           END-IF.
           COMPUTE NETO = RESULTADO - IMPUESTO.

       BUSCAR-ACUMULADO-RETENCION.
      * The employee's year so far came in with the rest of the
      * employee's lines off the work file.
           MOVE 0 TO ACUM-BRUTO-ANIO.
           MOVE 0 TO ACUM-RETENIDO-ANIO.
           IF HAY-ACUM-RETENCION
              MOVE TAR-BRUTO TO ACUM-BRUTO-ANIO
              MOVE TAR-RETENIDO TO ACUM-RETENIDO-ANIO
           END-IF.

       CARGAR-ACUMULADOS-RETENCION.
      * The year so far comes off the breakdown the runs already
      * wrote: BRUTO, IMPUESTO and REGULARI lines of this company in
      * the earlier periods of the year, plus a bonus paid earlier in
      * this one. A re-run of this period never counts itself. The
      * log is the one this run appends to, so it is read through
      * and re-opened for appending. Each employee's figures build
      * up in a line of the work file.
           MOVE "NO " TO FIN-DETALLE-ANIO.
           CLOSE HIST-DETALLE-FILE.
           OPEN INPUT HIST-DETALLE-FILE.
           IF HIST-DETALLE-STATUS = "00"
              PERFORM LEER-DETALLE-ANIO UNTIL HAY-FIN-DETALLE-ANIO
              CLOSE HIST-DETALLE-FILE
           END-IF.
           PERFORM ABRIR-HIST-DETALLE-FILE.

       LEER-DETALLE-ANIO.
           READ HIST-DETALLE-FILE INTO LINEA-HIST-DET
               AT END
                   MOVE "SI " TO FIN-DETALLE-ANIO
               NOT AT END
                   MOVE LD-EMPRESA TO EMPRESA-DETALLE
                   IF EMPRESA-DETALLE = SPACES
                      MOVE "01" TO EMPRESA-DETALLE
                   END-IF
                   IF EMPRESA-DETALLE = EMPRESA-EJECUCION
                      AND LD-PERIODO (1:4) = PERIODO-ACTUAL (1:4)
                      AND (LD-PERIODO < PERIODO-ACTUAL
                           OR LD-PROGRAMA = "FACT-BONO")
                      AND (LD-CONCEPTO = "BRUTO   "
                           OR LD-CONCEPTO = "IMPUESTO"
                           OR LD-CONCEPTO = "REGULARI")
                      PERFORM ACUMULAR-DETALLE-ANIO
                   END-IF
           END-READ.

       ACUMULAR-DETALLE-ANIO.
           MOVE LD-EMP-ID TO TR-EMP-ID.
           MOVE "RET" TO TR-ARCHIVO.
           MOVE 0 TO TR-SECUENCIA.
           MOVE "NO " TO ACUM-RETENCION-LEIDO.
           START TRABAJO-FILE KEY NOT < TR-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TRABAJO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TR-EMP-ID = LD-EMP-ID
                              AND TR-ARCHIVO = "RET"
                              MOVE TR-DATOS TO ACUM-RETENCION
                              SET HAY-ACUM-RETENCION TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF NOT HAY-ACUM-RETENCION
              MOVE LD-EMP-ID TO TAR-EMP-ID
              MOVE 0 TO TAR-BRUTO
              MOVE 0 TO TAR-RETENIDO
           END-IF.
           IF LD-CONCEPTO = "BRUTO   "
              ADD LD-IMPORTE TO TAR-BRUTO
           ELSE
              ADD LD-IMPORTE TO TAR-RETENIDO
           END-IF.
           MOVE ACUM-RETENCION TO TR-DATOS.
           IF HAY-ACUM-RETENCION
              REWRITE TRABAJO-RECORD
              PERFORM VERIFICAR-ESCRITURA-TRABAJO
           ELSE
              MOVE LD-EMP-ID TO TR-EMP-ID
              MOVE "RET" TO TR-ARCHIVO
              PERFORM GRABAR-ENTRADA-TRABAJO
           END-IF.

       CARGAR-PAGOS-PERIODO.
      * The pays the period already holds, per employee, off the log
      * this run appends to -- read through and re-opened for
      * appending, as the year's withholding figures are. A void
      * takes one back; its reissue puts one back.
           MOVE "NO " TO FIN-HIST-PERIODO.
           CLOSE HIST-PAGOS-FILE.
           OPEN INPUT HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS = "00"
              PERFORM LEER-HIST-PERIODO UNTIL HAY-FIN-HIST-PERIODO
              CLOSE HIST-PAGOS-FILE
           END-IF.
           PERFORM ABRIR-HIST-PAGOS-FILE.

       LEER-HIST-PERIODO.
           READ HIST-PAGOS-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-HIST-PERIODO
               NOT AT END
                   MOVE LH-EMPRESA TO EMPRESA-HIST
                   IF EMPRESA-HIST = SPACES
                      MOVE "01" TO EMPRESA-HIST
                   END-IF
                   IF EMPRESA-HIST = EMPRESA-EJECUCION
                      AND LH-PERIODO = PERIODO-ACTUAL
                      AND (LH-PROGRAMA = "FACTURACION"
                           OR LH-PROGRAMA = "ANULACION"
                           OR LH-PROGRAMA = "REEMISION")
                      PERFORM ACUMULAR-PAGO-PERIODO
                   END-IF
           END-READ.

       ACUMULAR-PAGO-PERIODO.
           MOVE LH-EMP-ID TO TR-EMP-ID.
           MOVE "PAG" TO TR-ARCHIVO.
           MOVE 0 TO TR-SECUENCIA.
           MOVE "NO " TO PAGOS-PERIODO-LEIDO.
           START TRABAJO-FILE KEY NOT < TR-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TRABAJO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TR-EMP-ID = LH-EMP-ID
                              AND TR-ARCHIVO = "PAG"
                              MOVE TR-DATOS TO PAGOS-PERIODO
                              SET HAY-PAGOS-PERIODO TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF NOT HAY-PAGOS-PERIODO
              MOVE LH-EMP-ID TO TPP-EMP-ID
              MOVE 0 TO TPP-PAGOS
           END-IF.
           IF LH-PROGRAMA = "ANULACION"
              SUBTRACT 1 FROM TPP-PAGOS
           ELSE
              ADD 1 TO TPP-PAGOS
           END-IF.
           MOVE PAGOS-PERIODO TO TR-DATOS.
           IF HAY-PAGOS-PERIODO
              REWRITE TRABAJO-RECORD
              PERFORM VERIFICAR-ESCRITURA-TRABAJO
           ELSE
              MOVE LH-EMP-ID TO TR-EMP-ID
              MOVE "PAG" TO TR-ARCHIVO
              PERFORM GRABAR-ENTRADA-TRABAJO
           END-IF.

       NOMINA.
           MOVE "NO " TO REGISTRO-OK.
           MOVE "NO " TO FICHA-CARGADA.
           MOVE 0 TO REGULARIZACION.
           MOVE "NO " TO LINEA-CONSUMIDA.
           MOVE "NO " TO PRORRATEO-ALTA.
      * Settlement figures are per employee -- the previous leaver's
           MOVE 0 TO FIN-SUELDO-PRORRATEADO.
           MOVE 0 TO FIN-VAC-DIAS.
           MOVE 0 TO FIN-VAC-IMPORTE.
           PERFORM VARYING SUB-PRIMA FROM 1 BY 1 UNTIL SUB-PRIMA > 3
              MOVE 0 TO PE-HORAS (SUB-PRIMA)
              MOVE 0 TO PE-IMPORTE (SUB-PRIMA)
           END-PERFORM.
           MOVE 0 TO TOTAL-BAJAS-EMP.
           MOVE 0 TO TOTAL-COMPL-EMP.
           MOVE 0 TO COMPL-TRIBUTABLE-EMP.
           MOVE 0 TO AJUSTE-BASE-COTIZ.
           IF ES-MODO-ARCHIVO
              PERFORM LEER-EMPLEADO-DE-ARCHIVO
           ELSE
      * rest of the roster with a clean exit code.
                         IF EMPLOYEE-STATUS = "00"
                            SET REGISTRO-ES-VALIDO TO TRUE
                            PERFORM CARGAR-FICHA-EMPLEADO
                         ELSE
                            MOVE "EMPLEADOS.DAT"
                                 TO NOMBRE-ARCHIVO-ERR
                 DISPLAY "INGRESE EL ID DE EMPLEADO"
                 ACCEPT EMPLEADO-ID
                 MOVE EMPLEADO-ID TO EMP-ID
                 PERFORM CARGAR-FICHA-EMPLEADO
                 READ EMPLOYEE-FILE
                     INVALID KEY
                         PERFORM ALTA-EMPLEADO
                 IF NOT ES-ID-DUPLICADO
                    SET REGISTRO-ES-VALIDO TO TRUE
                 END-IF
                 IF ES-EJECUCION-FUERA-CICLO
                    PERFORM VERIFICAR-PAGO-PERIODO
                 END-IF
              END-IF
           END-IF.
           IF REGISTRO-ES-VALIDO
                 PERFORM APLICAR-AUSENCIAS
                 PERFORM BUSCAR-TASA-INCREMENTO
                 CALL "PAYCALC" USING SALARIO INCREMENTO MES RESULTADO
      * Taxable allowances are gross like the salary; the exempt
      * ones reach the net only once the withholding is priced.
                 MOVE "S" TO TRIBUTACION-BUSCADA
                 PERFORM APLICAR-COMPLEMENTOS
                 PERFORM APLICAR-RETENCION
      * Weekly and biweekly cycles have no month count to spread
      * over -- they keep the per-pay bracket figure.
                 IF RETENCION-ACUMULADA AND ES-EJECUCION-MENSUAL
                    PERFORM APLICAR-RETENCION-ACUMULADA
                 END-IF
                 MOVE "N" TO TRIBUTACION-BUSCADA
                 PERFORM APLICAR-COMPLEMENTOS
                 PERFORM APLICAR-DEDUCCIONES
                 PERFORM ACUMULAR-BENEFICIOS-EMPRESA
                 PERFORM APLICAR-PRESTAMOS
                 PERFORM APLICAR-ATRASOS
                 PERFORM APLICAR-AJUSTES
                 IF NOT ES-SIMULACION
                    PERFORM ESCRIBIR-HISTORIAL
                    PERFORM ESCRIBIR-HISTORIAL-DETALLE
                    PERFORM ESCRIBIR-BAJAS-ENF
                    PERFORM ESCRIBIR-PAGO-BANCO
                    IF ES-PAGO-FINAL
                       PERFORM ESCRIBIR-FINIQUITO
                 ADD NETO TO TOTAL-NETO-PAGADO
                 ADD RESULTADO TO TOTAL-BRUTO-RUN
                 ADD IMPUESTO TO TOTAL-IMPUESTO-RUN
                 ADD REGULARIZACION TO TOTAL-REGULARIZACION-RUN
                 PERFORM ACUMULAR-CUOTA-PATRONAL
                 PERFORM ACUMULAR-DEPTO
              END-IF
           END-IF.
           IF HAY-FICHA-CARGADA
              PERFORM DEVOLVER-FICHA-EMPLEADO
           END-IF.
           IF ES-MODO-ARCHIVO AND SE-CONSUMIO-LINEA
              AND NOT ES-SIMULACION
              PERFORM ANOTAR-CHECKPOINT
           MOVE SPACES TO LD-CODIGO.
           MOVE RESULTADO TO LD-IMPORTE.
           PERFORM ESCRIBIR-LINEA-DETALLE.
      * The hourly premiums the gross includes, category in LD-CODIGO.
           PERFORM VARYING SUB-PRIMA FROM 1 BY 1 UNTIL SUB-PRIMA > 3
              IF PE-IMPORTE (SUB-PRIMA) > 0
                 MOVE "PRIMA   " TO LD-CONCEPTO
                 MOVE SPACES TO LD-CODIGO
                 MOVE TPH-CATEGORIA (SUB-PRIMA) TO LD-CODIGO (1:4)
                 MOVE PE-IMPORTE (SUB-PRIMA) TO LD-IMPORTE
                 PERFORM ESCRIBIR-LINEA-DETALLE
              END-IF
           END-PERFORM.
      * Each allowance: code, then the tax and contribution flags.
      * The taxable ones are inside BRUTO, the exempt ones on top.
           PERFORM VARYING SUB-COMPL-EMP FROM 1 BY 1
                   UNTIL SUB-COMPL-EMP > TOTAL-COMPL-EMP
              MOVE "COMPLEM " TO LD-CONCEPTO
              MOVE SPACES TO LD-CODIGO
              MOVE TCE-CODIGO (SUB-COMPL-EMP) TO LD-CODIGO (1:4)
              MOVE TCE-TRIBUTA (SUB-COMPL-EMP) TO LD-CODIGO (5:1)
              MOVE TCE-COTIZA (SUB-COMPL-EMP) TO LD-CODIGO (6:1)
              MOVE TCE-IMPORTE (SUB-COMPL-EMP) TO LD-IMPORTE
              PERFORM ESCRIBIR-LINEA-DETALLE
           END-PERFORM.
           MOVE SPACES TO LD-CODIGO.
      * Each sick-pay band applied: percentage and days (tenths) in
      * LD-CODIGO, what came off the gross as a negative amount.
           PERFORM VARYING SUB-BAJA-EMP FROM 1 BY 1
                   UNTIL SUB-BAJA-EMP > TOTAL-BAJAS-EMP
              MOVE "BAJAENF " TO LD-CONCEPTO
              MOVE TBE-PORCENTAJE (SUB-BAJA-EMP) TO LD-CODIGO (1:3)
              COMPUTE DIAS-CODIGO-ENF = TBE-DIAS (SUB-BAJA-EMP) * 10
              MOVE DIAS-CODIGO-ENF TO LD-CODIGO (4:3)
              COMPUTE LD-IMPORTE = 0 - TBE-DESCONTADO (SUB-BAJA-EMP)
              PERFORM ESCRIBIR-LINEA-DETALLE
           END-PERFORM.
           MOVE SPACES TO LD-CODIGO.
      * The settling month splits the withholding: its own bracket
      * figure on IMPUESTO, the year's true-up on REGULARI.
           MOVE "IMPUESTO" TO LD-CONCEPTO.
           COMPUTE LD-IMPORTE = IMPUESTO - REGULARIZACION.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           IF REGULARIZACION NOT = 0
              MOVE "REGULARI" TO LD-CONCEPTO
              MOVE REGULARIZACION TO LD-IMPORTE
              PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           PERFORM VARYING SUB-DED-AP FROM 1 BY 1
                   UNTIL SUB-DED-AP > TOTAL-DED-APLICADAS
              MOVE "DEDUC   " TO LD-CONCEPTO

       VERIFICAR-ESCRITURA-DISTRIB.
           IF DISTRIB-STATUS NOT = "00"
              MOVE DISTRIB-NOMBRE TO NOMBRE-ARCHIVO-ERR
              MOVE DISTRIB-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           MOVE EMP-SALDO-VAC TO LP-SALDO-VAC.
           MOVE LINEA-PAYSLIP TO LINEA-SALIDA-PAYSLIP.
           PERFORM ESCRIBIR-LINEA-PAYSLIP.
      * The sick days paid below full rate, one line per band.
           PERFORM VARYING SUB-BAJA-EMP FROM 1 BY 1
                   UNTIL SUB-BAJA-EMP > TOTAL-BAJAS-EMP
              MOVE TBE-EPISODIO (SUB-BAJA-EMP) TO LPB-EPISODIO
              MOVE TBE-DIA-DESDE (SUB-BAJA-EMP) TO LPB-DESDE
              MOVE TBE-DIA-HASTA (SUB-BAJA-EMP) TO LPB-HASTA
              MOVE TBE-DIAS (SUB-BAJA-EMP) TO LPB-DIAS
              MOVE TBE-PORCENTAJE (SUB-BAJA-EMP) TO LPB-PORCENTAJE
              COMPUTE LPB-DESCUENTO = 0 - TBE-DESCONTADO (SUB-BAJA-EMP)
              MOVE LINEA-PAYSLIP-ENF TO LINEA-SALIDA-PAYSLIP
              PERFORM ESCRIBIR-LINEA-PAYSLIP
           END-PERFORM.
      * The hourly premiums inside the SALARIO above, one per
      * category worked.
           PERFORM VARYING SUB-PRIMA FROM 1 BY 1 UNTIL SUB-PRIMA > 3
              IF PE-IMPORTE (SUB-PRIMA) > 0
                 MOVE TPH-CATEGORIA (SUB-PRIMA) TO LPQ-CATEGORIA
                 MOVE PE-HORAS (SUB-PRIMA) TO LPQ-HORAS
                 MOVE TPH-FACTOR (SUB-PRIMA) TO LPQ-FACTOR
                 MOVE PE-IMPORTE (SUB-PRIMA) TO LPQ-IMPORTE
                 MOVE LINEA-PAYSLIP-PRI TO LINEA-SALIDA-PAYSLIP
                 PERFORM ESCRIBIR-LINEA-PAYSLIP
              END-IF
           END-PERFORM.
      * The allowances paid, saying which went through the
      * withholding and which were paid exempt on top of the net.
           PERFORM VARYING SUB-COMPL-EMP FROM 1 BY 1
                   UNTIL SUB-COMPL-EMP > TOTAL-COMPL-EMP
              MOVE TCE-CODIGO (SUB-COMPL-EMP) TO LPM-CODIGO
              IF TCE-TRIBUTA (SUB-COMPL-EMP) = "S"
                 MOVE "TRIBUTA " TO LPM-TRATAMIENTO
              ELSE
                 MOVE "EXENTO  " TO LPM-TRATAMIENTO
              END-IF
              MOVE TCE-IMPORTE (SUB-COMPL-EMP) TO LPM-IMPORTE
              MOVE LINEA-PAYSLIP-COM TO LINEA-SALIDA-PAYSLIP
              PERFORM ESCRIBIR-LINEA-PAYSLIP
           END-PERFORM.
      * A mid-month rate change shows both rates and the switch day,
      * so the blended figure above explains itself.
           IF HAY-CAMBIO-EFECTIVO
              MOVE LINEA-PAYSLIP-ALTA TO LINEA-SALIDA-PAYSLIP
              PERFORM ESCRIBIR-LINEA-PAYSLIP
           END-IF.
      * The year-end true-up of the withholding, signed -- negative
      * is tax given back.
           IF REGULARIZACION NOT = 0
              MOVE REGULARIZACION TO LPR-IMPORTE
              MOVE LINEA-PAYSLIP-REG TO LINEA-SALIDA-PAYSLIP
              PERFORM ESCRIBIR-LINEA-PAYSLIP
           END-IF.
      * Each deduction taken gets its own indented line right under
      * the employee's pay line, so the slip shows how the NETO above
      * was arrived at.
              MOVE LINEA-PAYSLIP-PEN TO LINEA-SALIDA-PAYSLIP
              PERFORM ESCRIBIR-LINEA-PAYSLIP
           END-PERFORM.
      * Every court order still open, or settled by this pay, with
      * the debt it has left -- the retention itself is the EMBJ
      * deduction line above.
           PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                   UNTIL SUB-EMBARGO > TOTAL-EMBARGOS-CARGADOS
              IF TE-EMP-ID (SUB-EMBARGO) = EMP-ID
                 AND (TE-ESTADO (SUB-EMBARGO) = "A"
                      OR TE-MOVIMIENTO (SUB-EMBARGO) > 0)
                 MOVE TE-REFERENCIA (SUB-EMBARGO) TO LPE-REFERENCIA
                 COMPUTE SALDO-EMBARGO = TE-DEUDA (SUB-EMBARGO)
                       - TE-PAGADO (SUB-EMBARGO)
                 MOVE SALDO-EMBARGO TO LPE-SALDO
                 MOVE LINEA-PAYSLIP-EMB TO LINEA-SALIDA-PAYSLIP
                 PERFORM ESCRIBIR-LINEA-PAYSLIP
              END-IF
           END-PERFORM.
      * And one line per loan installment recovered from this pay,
      * with the balance still owed after it.
           PERFORM VARYING SUB-PRESTAMO FROM 1 BY 1
      * The document is named by the run-control lock key, not the
      * bare month -- the bonus run (period + 50) and each calendar
      * cycle of the same base month keep their own slips instead of
      * overwriting the normal pay's. An off-cycle pay IS the
      * employee's normal pay of the month (nobody with a pay still
      * standing gets one), so its slip goes under the bare month
      * where BOLREIMP and the self-service look for it.
           MOVE EMP-ID TO BN-EMP-ID.
           MOVE PERIODO-CONTROL TO BN-PERIODO.
           IF ES-EJECUCION-FUERA-CICLO
              MOVE PERIODO-ACTUAL TO BN-PERIODO
           END-IF.
           OPEN OUTPUT BOLETIN-FILE.
           PERFORM VERIFICAR-ESCRITURA-BOLETIN.
           IF HAY-EMPRESA
                     AT END
                         MOVE "10" TO INSTRUCCIONES-STATUS
                     NOT AT END
                         MOVE 1 TO TOTAL-INSTRUCCIONES
                         MOVE IP-EMP-ID TO
                              TIP-EMP-ID (TOTAL-INSTRUCCIONES)
                         MOVE IP-CUENTA TO
                              TIP-CUENTA (TOTAL-INSTRUCCIONES)
                         MOVE IP-TIPO TO
                              TIP-TIPO (TOTAL-INSTRUCCIONES)
                         MOVE IP-VALOR TO
                              TIP-VALOR (TOTAL-INSTRUCCIONES)
                         MOVE IP-PRIORIDAD TO
                              TIP-PRIORIDAD (TOTAL-INSTRUCCIONES)
                         MOVE IP-EMP-ID TO TR-EMP-ID
                         MOVE "INS" TO TR-ARCHIVO
                         MOVE INSTRUCCION (1) TO TR-DATOS
                         PERFORM GRABAR-ENTRADA-TRABAJO
                 END-READ
              END-PERFORM
              CLOSE INSTRUCCIONES-FILE
           END-IF.
           MOVE 0 TO TOTAL-INSTRUCCIONES.

       CALCULAR-DISTRIBUCION-PAGO.
      * How this NETO splits across accounts: each instruction in
      * below calls the difference out.
           PERFORM VARYING SUB-DIST-PAGO FROM 1 BY 1
                   UNTIL SUB-DIST-PAGO > TOTAL-DIST-PAGO
              MOVE DSP-CUENTA (SUB-DIST-PAGO) TO IBAN-A-VALIDAR
              IF DSP-CUENTA (SUB-DIST-PAGO) NOT = SPACES
                 PERFORM VALIDAR-IBAN
              END-IF
              IF DSP-CUENTA (SUB-DIST-PAGO) = SPACES
                 ADD 1 TO SIN-CUENTA-BANCO
                 DISPLAY "AVISO: EMPLEADO " EMP-ID " SIN CUENTA "
                         "BANCARIA, " DSP-IMPORTE (SUB-DIST-PAGO)
                         " FUERA DEL ARCHIVO DE PAGOS"
              ELSE
      * An account the bank would bounce is held here like a blank
      * one -- a week's round trip through BANRECH saved.
              IF NOT ES-IBAN-VALIDO
                 ADD 1 TO SIN-CUENTA-BANCO
                 DISPLAY "AVISO: EMPLEADO " EMP-ID " CUENTA "
                         DSP-CUENTA (SUB-DIST-PAGO) " INVALIDA ("
                         IBAN-MOTIVO "), "
                         DSP-IMPORTE (SUB-DIST-PAGO)
                         " FUERA DEL ARCHIVO DE PAGOS"
              ELSE
                 MOVE "D" TO LB-TIPO
                 MOVE EMP-ID TO LB-EMP-ID
                 MOVE DSP-CUENTA (SUB-DIST-PAGO) TO LB-CUENTA
                 MOVE DSP-IMPORTE (SUB-DIST-PAGO) TO LB-NETO
                 WRITE BANCO-RECORD FROM LINEA-BANCO-DET
                 IF BANCO-STATUS NOT = "00"
                    MOVE BANCO-NOMBRE TO NOMBRE-ARCHIVO-ERR
                    MOVE BANCO-STATUS TO ESTADO-ARCHIVO-ERR
                    PERFORM ABORTAR-POR-ESTADO
                 END-IF
                 ADD 1 TO BANCO-REGISTROS
                 ADD DSP-IMPORTE (SUB-DIST-PAGO) TO BANCO-HASH-NETO
              END-IF
              END-IF
           END-PERFORM.

       VERIFICAR-ESCRITURA-MAESTRO.
           MOVE BANCO-HASH-NETO TO LBT-TOTAL.
           WRITE BANCO-RECORD FROM LINEA-BANCO-TRL.
           IF BANCO-STATUS NOT = "00"
              MOVE BANCO-NOMBRE TO NOMBRE-ARCHIVO-ERR
              MOVE BANCO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           SET HAY-BANCO-COMPLETO TO TRUE.
      * On a resume the file also carries the pre-crash lines, which
      * this run's own totals don't cover -- the reloaded figures
      * bridge the difference. Since the split instructions one
      * hash; the line count is informational.
           IF BANCO-HASH-NETO NOT =
                 (TOTAL-NETO-PAGADO + BANCO-HASH-PREV)
              DISPLAY "AVISO: " BANCO-NOMBRE " NO CUADRA CON EL LOTE "
                      "(" SIN-CUENTA-BANCO " DESTINOS SIN CUENTA O "
                      "CON CUENTA INVALIDA), "
                      "REVISAR ANTES DE ENVIAR AL BANCO"
           END-IF.

           DISPLAY "INGRESE LA CUENTA BANCARIA (ENTER = SIN CUENTA)".
           MOVE SPACES TO CUENTA-BANCO.
           ACCEPT CUENTA-BANCO.
           PERFORM VALIDAR-CUENTA-ALTA.
           PERFORM REPEDIR-CUENTA-BANCO UNTIL ES-IBAN-VALIDO.
           MOVE CUENTA-BANCO TO EMP-CUENTA-BANCO.
           DISPLAY "INGRESE EL DEPARTAMENTO (4 LETRAS)".
           MOVE SPACES TO DEPTO.
           PERFORM VALIDAR-DEPTO.
           PERFORM REPEDIR-DEPTO UNTIL DEPTO-ES-VALIDO.
           MOVE DEPTO TO EMP-DEPTO.
      * With a position master on file the hire must fill an open,
      * authorized position of that department.
           DISPLAY "INGRESE EL PUESTO (6 CARACTERES)".
           MOVE SPACES TO EMP-PUESTO.
           ACCEPT EMP-PUESTO.
           PERFORM VALIDAR-PUESTO-ALTA.
           PERFORM REPEDIR-PUESTO UNTIL PUESTO-ES-VALIDO.
           DISPLAY "DIAS DE VACACIONES AL ANIO (0 = " DIAS-VAC-DEFECTO
                   ")".
           MOVE 0 TO DIAS-VAC-ALTA.
           MOVE 0 TO EMP-FECHA-BAJA.
           MOVE SPACES TO EMP-MONEDA.
           MOVE EMPRESA-EJECUCION TO EMP-EMPRESA.
           MOVE 0 TO EMP-JEFE.
           MOVE 0 TO EMP-SUPLENTE.
      * A simulated alta prices the employee this run but puts no
      * record on file -- the real alta happens on the real run.
           IF NOT ES-SIMULACION
              WRITE EMPLOYEE-RECORD
              PERFORM VERIFICAR-ESCRITURA-MAESTRO
              PERFORM OCUPAR-PUESTO-ALTA
           END-IF.

       VALIDAR-SALARIO-EN-BANDA.
           MOVE DEPTO TO DEPTO-VALIDAR.
           PERFORM VALIDAR-DEPTO.

       VALIDAR-PUESTO-ALTA.
           MOVE EMP-PUESTO TO PUESTO-VALIDAR.
           MOVE DEPTO TO PUESTO-DEPTO.
           MOVE EMP-ID TO PUESTO-EMP-ID.
           PERFORM VALIDAR-PUESTO.

       REPEDIR-PUESTO.
           DISPLAY "PUESTO RECHAZADO [" EMP-PUESTO "] -- "
                   MOTIVO-PUESTO.
           DISPLAY "INGRESE EL PUESTO (6 CARACTERES)".
           MOVE SPACES TO EMP-PUESTO.
           ACCEPT EMP-PUESTO.
           PERFORM VALIDAR-PUESTO-ALTA.

       VALIDAR-CUENTA-ALTA.
      * Blank is still allowed (the run holds the pay and says so);
      * anything keyed must be a well-formed IBAN.
           IF CUENTA-BANCO = SPACES
              SET ES-IBAN-VALIDO TO TRUE
           ELSE
              MOVE CUENTA-BANCO TO IBAN-A-VALIDAR
              PERFORM VALIDAR-IBAN
           END-IF.

       REPEDIR-CUENTA-BANCO.
           DISPLAY "CUENTA INVALIDA [" CUENTA-BANCO "] -- "
                   IBAN-MOTIVO.
           DISPLAY "INGRESE LA CUENTA BANCARIA (ENTER = SIN CUENTA)".
           MOVE SPACES TO CUENTA-BANCO.
           ACCEPT CUENTA-BANCO.
           PERFORM VALIDAR-CUENTA-ALTA.

       REPEDIR-GRADO.
      * Any two characters used to be accepted here -- that is how a
      * typo grade priced at the fallback for a year.
           ACCEPT GRADO.
           MOVE GRADO TO GRADO-VALIDAR.
           PERFORM VALIDAR-GRADO.

       SELLAR-PAGOS-BANCO.
      * Sealed only once the file is closed, over exactly what is on
      * disk -- header, every detail line (pre-crash ones included
      * on a resume) and trailer. The reference matches the one the
      * journal entry carries.
           MOVE SPACES TO LINEA-SELLO.
           IF ES-EJECUCION-BONO
              STRING "BON-" FECHA-SISTEMA DELIMITED BY SIZE
                  INTO SP-REFERENCIA
              END-STRING
           END-IF.
           IF ES-EJECUCION-FUERA-CICLO
              STRING "FCI-" FECHA-SISTEMA DELIMITED BY SIZE
                  INTO SP-REFERENCIA
              END-STRING
           END-IF.
           IF NOT ES-EJECUCION-BONO
              AND NOT ES-EJECUCION-FUERA-CICLO
              IF NOT ES-EJECUCION-MENSUAL
                 STRING "CIC-" FECHA-SISTEMA DELIMITED BY SIZE
                     INTO SP-REFERENCIA
                 END-STRING
              ELSE
                 STRING "NOM-" FECHA-SISTEMA DELIMITED BY SIZE
                     INTO SP-REFERENCIA
                 END-STRING
              END-IF
           END-IF.
           MOVE EMPRESA-EJECUCION TO SP-EMPRESA.
           MOVE PERIODO-ACTUAL TO SP-PERIODO.
           MOVE OPERADOR-ACTUAL TO SP-OPERADOR.
           ACCEPT SP-FECHA FROM DATE YYYYMMDD.
           ACCEPT SELLO-HORA-SISTEMA FROM TIME.
           MOVE SELLO-HHMMSS TO SP-HORA.
           PERFORM CALCULAR-SELLO-BANCO.
           IF NOT HAY-ARCHIVO-SELLABLE
              MOVE BANCO-NOMBRE TO NOMBRE-ARCHIVO-ERR
              MOVE BANCO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           MOVE SELLO-REGISTROS TO SP-REGISTROS.
           MOVE SELLO-TOTAL TO SP-TOTAL.
           MOVE SELLO-CALCULADO TO SP-HASH.
           MOVE "S" TO SP-ESTADO.
           MOVE SPACES TO SP-LIBERADOR.
           MOVE 0 TO SP-FECHA-LIB.
           MOVE 0 TO SP-HORA-LIB.
           OPEN OUTPUT SELLO-FILE.
           WRITE SELLO-RECORD FROM LINEA-SELLO.
           IF SELLO-STATUS NOT = "00"
              MOVE SELLO-NOMBRE TO NOMBRE-ARCHIVO-ERR
              MOVE SELLO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           CLOSE SELLO-FILE.
           DISPLAY BANCO-NOMBRE " SELLADO (" SP-REFERENCIA
                   ") -- PENDIENTE DE LIBERAR EN LIBBANCO POR OTRO "
                   "SUPERVISOR".

           COPY PARAMPR.

           COPY IBANPR.

           COPY REPARTPR.

           COPY PUESTOPR.

           COPY SELLOPR.

           COPY SIGNONPR.
