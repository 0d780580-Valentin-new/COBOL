      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Void and reissue of one employee's payment inside
      *          the open period -- for an employee, period and run
      *          (normal pay or bonus) finds the pay line in
      *          HISTORIAL_PAGOS.LOG and its component lines in
      *          HISTORIAL_DETALLE.LOG and appends the reversal next
      *          to them (pay line under ANULACION/ANUL-BONO, every
      *          component negated), backs the NETO out of
      *          EMP-MTD/EMP-YTD, posts the reversing journal entry
      *          to DIARIO_CONTABLE.DAT and asks the bank to recall
      *          the transfer (RETIRADA_BANCO.DAT). On request the
      *          corrected payment is reissued at once to the account
      *          now on file, with the corrected NETO if one is keyed
      *          (the difference carried as an AJUSTE line), under
      *          REEMISION/REEM-BONO with its own journal entry and
      *          PAGOS_REEMITIDOS.DAT upload. Every bank movement is
      *          kept in ANULACIONES_PAGO.DAT, which RECONTRI reads so
      *          the three-way tie still balances; CIERRE nets the
      *          voided and reissued lines out of the period it
      *          closes. Supervisor sign-on; closed periods refused.
      *          Off-cycle payments are normal pays of the period: the
      *          recall looks for them in the period's off-cycle
      *          uploads (PAGOS_FCI_AAAAMM_NN.DAT), and an off-cycle
      *          run in flight blocks the void, as does a month-end
      *          close in flight or cut short for the period
      *          (CIERRE_PROGRESO.DAT). Accounts are IBANs of up to 34
      *          characters. A pay that settled arrears (ATRASO
      *          lines) is refused -- the arrears were posted and
      *          marked paid apart from the pay, so it is corrected
      *          with an adjustment; voiding a garnishment deduction
      *          without a reissue warns to review the order in
      *          EMBMANT, as a loan instalment does in PRESMANT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULPAGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT HIST-PAGOS-FILE ASSIGN TO "HISTORIAL_PAGOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-PAGOS-STATUS.
           SELECT HIST-DETALLE-FILE
               ASSIGN TO "HISTORIAL_DETALLE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-DETALLE-STATUS.
           SELECT OPTIONAL BANCO-FILE ASSIGN TO BANCO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCO-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "DIARIO_CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-STATUS.
           SELECT OPTIONAL CUENTAS-FILE
               ASSIGN TO "CUENTAS_CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUENTAS-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO "CONTROL_EJECUCION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCE-CLAVE
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT OPTIONAL PROGRESO-FILE
               ASSIGN TO "CIERRE_PROGRESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESO-STATUS.
           SELECT ANULACIONES-FILE ASSIGN TO "ANULACIONES_PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANULACIONES-STATUS.
           SELECT RETIRADA-FILE ASSIGN TO "RETIRADA_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETIRADA-STATUS.
           SELECT REEMITIDOS-FILE ASSIGN TO "PAGOS_REEMITIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REEMITIDOS-STATUS.
           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS_MAESTRO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMBIOS-STATUS.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  HIST-PAGOS-FILE.
       01  HIST-PAGOS-RECORD PIC X(120).

       FD  HIST-DETALLE-FILE.
       01  HIST-DETALLE-RECORD PIC X(52).

       FD  BANCO-FILE.
       01  BANCO-RECORD PIC X(54).

       FD  DIARIO-FILE.
       01  DIARIO-RECORD PIC X(50).

       FD  CUENTAS-FILE.
      * Finance's account mapping, same layout FACTURACION.cbl loads
      * -- the reversal posts to the accounts the run posted to.
       01  CUENTA-MAPA-RECORD.
           05 MC-CONCEPTO PIC X(8).
           05 MC-CUENTA   PIC X(8).

       FD  PROGRESO-FILE.
      * CIERRE.cbl's close in flight (or cut short) -- only the company
      * and period it is closing matter here.
       01  PROGRESO-RECORD.
           05 PG-EMPRESA PIC X(2).
           05 PG-PERIODO PIC 9(6).
           05 FILLER     PIC X(76).

       FD  RUN-CONTROL-FILE.
      * Must match the layout FACTURACION.cbl maintains -- only read
      * here, to refuse periods CIERRE has closed or a run still in
      * flight.
       01  RUN-CONTROL-RECORD.
           05 RCE-CLAVE.
              10 RCE-EMPRESA PIC X(2).
              10 RCE-PERIODO PIC 9(6).
           05 RCE-ESTADO     PIC X(1).
           05 RCE-CHECKPOINT PIC 9(5).
           05 RCE-FECHA      PIC 9(8).
           05 RCE-EMPLEADOS  PIC 9(5).
           05 RCE-TOTAL      PIC 9(12)V9(2).

       FD  ANULACIONES-FILE.
       01  ANULACION-RECORD PIC X(89).

       FD  RETIRADA-FILE.
       01  RETIRADA-RECORD PIC X(54).

       FD  REEMITIDOS-FILE.
       01  REEMITIDO-RECORD PIC X(54).

       FD  CAMBIOS-FILE.
       01  CAMBIOS-RECORD PIC X(160).

       FD  OPERATORS-FILE.
      * One operator per line: "<code> <S|U>", S marks a supervisor.
       01  OPERATOR-RECORD.
           05 OP-CODIGO PIC X(8).
           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY HISTLOG.
           COPY DETLOG.
           COPY CAMBLOG.
           COPY ANULREC.
           COPY IBANVAL.
       01 EMPLOYEE-STATUS PIC X(2).
       01 HIST-PAGOS-STATUS PIC X(2).
       01 HIST-DETALLE-STATUS PIC X(2).
       01 BANCO-STATUS PIC X(2).
       01 BANCO-NOMBRE PIC X(30) VALUE "PAGOS_BANCO.DAT".
       01 SUFIJO-FCI.
           05 FILLER      PIC X(5) VALUE "_FCI_".
           05 SFC-PERIODO PIC 9(6).
           05 FILLER      PIC X(1) VALUE "_".
           05 SFC-NUMERO  PIC 9(2).
       01 NUMERO-FCI PIC 9(2).
       01 DIARIO-STATUS PIC X(2).
       01 CUENTAS-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 PROGRESO-STATUS PIC X(2).
       01 ANULACIONES-STATUS PIC X(2).
       01 RETIRADA-STATUS PIC X(2).
       01 REEMITIDOS-STATUS PIC X(2).
       01 CAMBIOS-STATUS PIC X(2).
       01 FECHA-SISTEMA PIC 9(8).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 EMPLEADO-ID PIC 9(5).
       01 PERIODO-ANULAR PIC 9(6).
       01 PERIODO-ANULAR-R REDEFINES PERIODO-ANULAR.
           05 PA-ANIO PIC 9(4).
           05 PA-MES  PIC 9(2).
      * N = the normal pay (monthly run, calendar cycle or off-cycle
      * run), B = the bonus run -- the same answers BOLREIMP asks for.
       01 EJECUCION-ANULAR PIC X(1).
           88 EJECUCION-VALIDA VALUE "N" "B".
           88 ES-EJECUCION-BONO VALUE "B".
      * What the run wrote on its lines, and what the reversal and
      * the reissue write on theirs, so the log tells them apart.
       01 PROGRAMA-PAGO PIC X(12).
       01 PROGRAMA-ANULACION PIC X(12).
       01 PROGRAMA-REEMISION PIC X(12).
       01 EMPRESA-PAGO PIC X(2).
       01 EMPRESA-LINEA PIC X(2).
       01 PERIODO-ABIERTO-SW PIC X(3) VALUE "SI ".
           88 PERIODO-ABIERTO VALUE "SI ".
      * A period can carry several pays of the same run (weekly and
      * biweekly cycles post into their base month) -- each void
      * takes the latest one not voided yet.
       01 PAGOS-HALLADOS PIC 9(3) VALUE 0.
       01 ANULACIONES-PREVIAS PIC 9(3) VALUE 0.
       01 PAGO-OBJETIVO PIC 9(3) VALUE 0.
       01 PAGOS-LEIDOS PIC 9(3) VALUE 0.
       01 LINEA-PAGO-ORIGINAL PIC X(120).
       01 BLOQUES-LEIDOS PIC 9(3) VALUE 0.
      * The component lines of the pay being voided, as the run wrote
      * them.
       01 TOTAL-COMPONENTES PIC 9(3) VALUE 0.
       01 TABLA-COMPONENTES.
           05 COMPONENTE OCCURS 80 TIMES.
              10 TCM-CONCEPTO PIC X(8).
              10 TCM-CODIGO   PIC X(6).
              10 TCM-IMPORTE  PIC S9(10)V9(2).
       01 SUB-COMP PIC 9(3).
       01 HAY-NETO-SW PIC X(3) VALUE "NO ".
           88 HAY-NETO VALUE "SI ".
       01 HAY-PRESTAMO-SW PIC X(3) VALUE "NO ".
           88 HAY-PRESTAMO VALUE "SI ".
       01 HAY-EMBARGO-SW PIC X(3) VALUE "NO ".
           88 HAY-EMBARGO VALUE "SI ".
       01 HAY-ATRASO-SW PIC X(3) VALUE "NO ".
           88 HAY-ATRASO VALUE "SI ".
       01 NETO-ANULADO PIC S9(10)V9(2) VALUE 0.
       01 NETO-REEMITIDO PIC S9(10)V9(2) VALUE 0.
       01 NETO-CORREGIDO PIC 9(8)V9(2) VALUE 0.
       01 DIFERENCIA-NETO PIC S9(10)V9(2) VALUE 0.
      * Where the run's transfer went: the employee's detail lines in
      * PAGOS_BANCO.DAT, or the off-cycle run's PAGOS_FCI_AAAAMM_NN.DAT
      * for an off-cycle pay (more than one with split-pay
      * instructions).
       01 TOTAL-TRANSFERENCIAS PIC 9(2) VALUE 0.
       01 TABLA-TRANSFERENCIAS.
           05 TRANSFERENCIA OCCURS 10 TIMES.
              10 TT-CUENTA  PIC X(34).
              10 TT-IMPORTE PIC 9(10)V9(2).
       01 SUB-TRANSF PIC 9(2).
       01 SUMA-TRANSFERENCIAS PIC 9(10)V9(2) VALUE 0.
       01 LINEA-BANCO-DET.
           05 LB-TIPO   PIC X(1) VALUE "D".
           05 LB-EMP-ID PIC 9(5).
           05 LB-CUENTA PIC X(34).
           05 LB-NETO   PIC 9(10)V9(2).
       01 LINEA-BANCO-TRL.
           05 LBT-TIPO      PIC X(1) VALUE "T".
           05 LBT-REGISTROS PIC 9(5).
           05 LBT-TOTAL     PIC 9(12)V9(2).
       01 RETIRADAS-DIA PIC 9(5) VALUE 0.
       01 TOTAL-RETIRADAS-DIA PIC 9(12)V9(2) VALUE 0.
       01 REEMISIONES-DIA PIC 9(5) VALUE 0.
       01 TOTAL-REEMISIONES-DIA PIC 9(12)V9(2) VALUE 0.
       01 CONFIRMAR PIC X(3).
       01 REEMITIR PIC X(3) VALUE "NO ".
           88 HAY-REEMISION VALUE "SI ".
       01 CUENTA-REEMISION PIC X(34).
      * Same accounts, same defaults and same override file as the
      * run's own journal writer.
       01 CTA-SUELDOS   PIC X(8) VALUE "640     ".
       01 CTA-RETENCION PIC X(8) VALUE "4751    ".
       01 CTA-PREF-DEDUC PIC X(3) VALUE "476".
       01 CTA-AJUSTES   PIC X(8) VALUE "640AJUS ".
       01 CTA-NETO      PIC X(8) VALUE "465     ".
       01 CTA-PRESTAMOS PIC X(8) VALUE "544     ".
       01 CTA-PREF-COMPL PIC X(3) VALUE "640".
       01 TOTAL-ASIENTOS PIC 9(3) VALUE 0.
       01 TABLA-DIARIO.
           05 ASIENTO OCCURS 60 TIMES.
              10 AS-CUENTA  PIC X(8).
              10 AS-TIPO    PIC X(1).
              10 AS-IMPORTE PIC 9(12)V9(2).
       01 SUB-ASIENTO PIC 9(3).
       01 TOTAL-DEBE PIC 9(12)V9(2) VALUE 0.
       01 TOTAL-HABER PIC 9(12)V9(2) VALUE 0.
      * The leg being added: account, side as the run posted it, and
      * a signed amount (a negative one posts on the other side).
       01 CUENTA-LEGAJO PIC X(8).
       01 TIPO-LEGAJO PIC X(1).
       01 IMPORTE-LEGAJO PIC S9(12)V9(2).
       01 RETENCION-ASIENTO PIC S9(12)V9(2).
       01 PRESTAMO-ASIENTO PIC S9(12)V9(2).
       01 AJUSTE-ASIENTO PIC S9(12)V9(2).
       01 NETO-ASIENTO PIC S9(12)V9(2).
       01 SUELDO-ASIENTO PIC S9(12)V9(2).
      * "A" composes the void (every leg on the side opposite to the
      * run's), "E" the reissue (the run's own sides).
       01 SENTIDO-ASIENTO PIC X(1).
           88 ASIENTO-DE-ANULACION VALUE "A".
       01 REFERENCIA-ASIENTO PIC X(12).
       01 REFERENCIA-ANULACION PIC X(12).
       01 REFERENCIA-REEMISION PIC X(12).
       01 LINEA-DIARIO.
           05 DI-PERIODO    PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DI-REFERENCIA PIC X(12).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DI-CUENTA     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DI-TIPO       PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DI-IMPORTE    PIC 9(12)V9(2).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DI-EMPRESA    PIC X(2).
       01 DEPTO-PAGO PIC X(4).
       01 DELTA-ACUMULADO PIC S9(10)V9(2).
       01 ACUMULADO-EDITADO PIC -(10)9.99.
       01 IMPORTE-EDITADO PIC -(9)9.99.
      * Filled in before PERFORMing ABORTAR-POR-ESTADO so the abort
      * message names the file and status that failed.
       01 NOMBRE-ARCHIVO-ERR PIC X(22).
       01 ESTADO-ARCHIVO-ERR PIC X(2).

       PROCEDURE DIVISION.
       INICIO.
      * Voiding a payment moves money back out of the bank and the
      * ledger -- only a supervisor-flagged operator may do it, and
      * every line it leaves names them.
           PERFORM FIRMAR-OPERADOR.
           IF NOT HAY-SIGNON
              DISPLAY "SIN FIRMA DE OPERADOR, NO SE ANULA NADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT ES-SUPERVISOR
              DISPLAY "LA ANULACION DE PAGOS REQUIERE UN "
                      "SUPERVISOR, NO SE ANULA NADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING "ANU-" FECHA-SISTEMA DELIMITED BY SIZE
               INTO REFERENCIA-ANULACION
           END-STRING.
           STRING "REE-" FECHA-SISTEMA DELIMITED BY SIZE
               INTO REFERENCIA-REEMISION
           END-STRING.
           PERFORM CARGAR-CUENTAS-CONTABLES.
           PERFORM CAPTURAR-PAGO.
           PERFORM BUSCAR-EMPLEADO.
           IF HAY-FIN-DE-ARCHIVO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOCALIZAR-PAGO.
           IF PAGO-OBJETIVO = 0
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM REVISAR-PERIODO-ABIERTO.
           IF NOT PERIODO-ABIERTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-COMPONENTES.
           IF NOT HAY-NETO
              DISPLAY "EL PAGO NO TIENE DESGLOSE EN "
                      "HISTORIAL_DETALLE.LOG, NO SE PUEDE ANULAR "
                      "AQUI (AJUSTE MANUAL)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      * The arrears went out with their own gross on the salary
      * account and their own withholding on the payable leg, and
      * ATRASOS_PENDIENTES.DAT holds them as paid -- none of which a
      * reversal rebuilt from the breakdown can put back.
           IF HAY-ATRASO
              DISPLAY "EL PAGO LIQUIDA ATRASOS, NO SE PUEDE ANULAR "
                      "AQUI -- CORREGIR CON UN AJUSTE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-TRANSFERENCIAS.
           PERFORM MOSTRAR-PAGO.
           DISPLAY "CONFIRMA LA ANULACION DE ESTE PAGO? (SI /NO )".
           ACCEPT CONFIRMAR.
           IF CONFIRMAR NOT = "SI "
              DISPLAY "NO SE ANULA NADA"
              STOP RUN
           END-IF.
           PERFORM PREGUNTAR-REEMISION.
           PERFORM ESCRIBIR-ANULACION-HISTORIAL.
           MOVE "A" TO SENTIDO-ASIENTO.
           MOVE REFERENCIA-ANULACION TO REFERENCIA-ASIENTO.
           MOVE 0 TO DIFERENCIA-NETO.
           MOVE NETO-ANULADO TO NETO-ASIENTO.
           PERFORM ASENTAR-DIARIO.
           IF HAY-REEMISION
              PERFORM ESCRIBIR-REEMISION-HISTORIAL
              MOVE "E" TO SENTIDO-ASIENTO
              MOVE REFERENCIA-REEMISION TO REFERENCIA-ASIENTO
              COMPUTE DIFERENCIA-NETO = NETO-REEMITIDO - NETO-ANULADO
              MOVE NETO-REEMITIDO TO NETO-ASIENTO
              PERFORM ASENTAR-DIARIO
           END-IF.
           PERFORM REGISTRAR-MOVIMIENTOS-BANCO.
           PERFORM ACTUALIZAR-ACUMULADOS.
           CLOSE EMPLOYEE-FILE.
           PERFORM GENERAR-ARCHIVOS-BANCO.
           MOVE NETO-ANULADO TO IMPORTE-EDITADO.
           DISPLAY "PAGO ANULADO: EMPLEADO " EMPLEADO-ID " PERIODO "
                   PERIODO-ANULAR " NETO " IMPORTE-EDITADO.
           IF HAY-REEMISION
              MOVE NETO-REEMITIDO TO IMPORTE-EDITADO
              DISPLAY "PAGO REEMITIDO: NETO " IMPORTE-EDITADO
                      " A LA CUENTA " CUENTA-REEMISION
           ELSE
              IF HAY-PRESTAMO
                 DISPLAY "AVISO: EL PAGO ANULADO COBRABA UNA CUOTA DE "
                         "PRESTAMO -- REVISAR EL SALDO EN PRESMANT"
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF HAY-EMBARGO
                 DISPLAY "AVISO: EL PAGO ANULADO RETENIA UN EMBARGO -- "
                         "REVISAR EL EMBARGO EN EMBMANT"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY "SOLICITUDES DE RETIRADA DEL DIA: " RETIRADAS-DIA
                   " EN RETIRADA_BANCO.DAT".
           DISPLAY "REEMISIONES DEL DIA: " REEMISIONES-DIA
                   " EN PAGOS_REEMITIDOS.DAT".
           STOP RUN.

       CARGAR-CUENTAS-CONTABLES.
      * Absent file (or concept) keeps the accounts the run posted.
           OPEN INPUT CUENTAS-FILE.
           IF CUENTAS-STATUS = "00"
              PERFORM UNTIL CUENTAS-STATUS = "10"
                 READ CUENTAS-FILE
                     AT END
                         MOVE "10" TO CUENTAS-STATUS
                     NOT AT END
                         PERFORM APLICAR-CUENTA-MAPA
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CUENTAS-FILE.

       APLICAR-CUENTA-MAPA.
      * Only the concepts a single employee's pay posts to; the rest
      * of the mapping belongs to the run's employer-cost legs.
           EVALUATE MC-CONCEPTO
               WHEN "SUELDOS "
                   MOVE MC-CUENTA TO CTA-SUELDOS
               WHEN "RETENC  "
                   MOVE MC-CUENTA TO CTA-RETENCION
               WHEN "DEDUC   "
                   MOVE MC-CUENTA (1:3) TO CTA-PREF-DEDUC
               WHEN "AJUSTES "
                   MOVE MC-CUENTA TO CTA-AJUSTES
               WHEN "NETO    "
                   MOVE MC-CUENTA TO CTA-NETO
               WHEN "PRESTAMO"
                   MOVE MC-CUENTA TO CTA-PRESTAMOS
               WHEN "COMPLEM "
                   MOVE MC-CUENTA (1:3) TO CTA-PREF-COMPL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CAPTURAR-PAGO.
           DISPLAY "INGRESE EL ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           DISPLAY "PERIODO DEL PAGO (AAAAMM)".
           ACCEPT PERIODO-ANULAR.
           DISPLAY "EJECUCION (N = NOMINA, B = BONO)".
           ACCEPT EJECUCION-ANULAR.
           PERFORM REPEDIR-EJECUCION UNTIL EJECUCION-VALIDA.
           IF ES-EJECUCION-BONO
              MOVE "FACT-BONO" TO PROGRAMA-PAGO
              MOVE "ANUL-BONO" TO PROGRAMA-ANULACION
              MOVE "REEM-BONO" TO PROGRAMA-REEMISION
           ELSE
              MOVE "FACTURACION" TO PROGRAMA-PAGO
              MOVE "ANULACION" TO PROGRAMA-ANULACION
              MOVE "REEMISION" TO PROGRAMA-REEMISION
           END-IF.

       REPEDIR-EJECUCION.
           DISPLAY "EJECUCION INVALIDA [" EJECUCION-ANULAR
                   "], N O B".
           ACCEPT EJECUCION-ANULAR.

       BUSCAR-EMPLEADO.
           OPEN I-O EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS = "35"
              DISPLAY "NO HAY EMPLEADOS.DAT"
              MOVE "SI " TO FIN-DE-ARCHIVO
           ELSE
              MOVE EMPLEADO-ID TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      DISPLAY "NO EXISTE EL EMPLEADO " EMPLEADO-ID
                      MOVE "SI " TO FIN-DE-ARCHIVO
                  NOT INVALID KEY
                      DISPLAY "EMPLEADO: " EMP-NOMBRE
              END-READ
           END-IF.

       LOCALIZAR-PAGO.
      * First pass counts the run's pay lines for the employee-month
      * and the reversals already against them; the second keeps the
      * latest pay still standing.
           MOVE 0 TO PAGOS-HALLADOS ANULACIONES-PREVIAS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS NOT = "00"
              DISPLAY "NO HAY HISTORIAL_PAGOS.LOG, NADA QUE ANULAR"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM CONTAR-PAGO UNTIL HAY-FIN-DE-ARCHIVO.
           IF HIST-PAGOS-STATUS = "00" OR HIST-PAGOS-STATUS = "10"
              CLOSE HIST-PAGOS-FILE
           END-IF.
           IF PAGOS-HALLADOS > ANULACIONES-PREVIAS
              COMPUTE PAGO-OBJETIVO = PAGOS-HALLADOS
                      - ANULACIONES-PREVIAS
           ELSE
              MOVE 0 TO PAGO-OBJETIVO
           END-IF.
           IF PAGO-OBJETIVO = 0
              IF PAGOS-HALLADOS = 0
                 DISPLAY "SIN PAGO " PROGRAMA-PAGO " DEL EMPLEADO "
                         EMPLEADO-ID " EN " PERIODO-ANULAR
                         " EN EL LOG VIVO (PERIODO CERRADO O SIN "
                         "PAGO)"
              ELSE
                 DISPLAY "LOS " PAGOS-HALLADOS " PAGOS DEL PERIODO "
                         "YA ESTAN ANULADOS"
              END-IF
           ELSE
              MOVE 0 TO PAGOS-LEIDOS
              MOVE "NO " TO FIN-DE-ARCHIVO
              OPEN INPUT HIST-PAGOS-FILE
              PERFORM TOMAR-PAGO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE HIST-PAGOS-FILE
              MOVE LINEA-PAGO-ORIGINAL TO LINEA-HIST-PAGOS
              MOVE LH-EMPRESA TO EMPRESA-PAGO
              MOVE LH-DEPTO TO DEPTO-PAGO
           END-IF.

       CONTAR-PAGO.
           READ HIST-PAGOS-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LH-EMP-ID = EMPLEADO-ID
                      AND LH-PERIODO = PERIODO-ANULAR
                      IF LH-PROGRAMA = PROGRAMA-PAGO
                         ADD 1 TO PAGOS-HALLADOS
                      END-IF
                      IF LH-PROGRAMA = PROGRAMA-ANULACION
                         ADD 1 TO ANULACIONES-PREVIAS
                      END-IF
                   END-IF
           END-READ.

       TOMAR-PAGO.
           READ HIST-PAGOS-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LH-EMP-ID = EMPLEADO-ID
                      AND LH-PERIODO = PERIODO-ANULAR
                      AND LH-PROGRAMA = PROGRAMA-PAGO
                      ADD 1 TO PAGOS-LEIDOS
                      IF PAGOS-LEIDOS = PAGO-OBJETIVO
                         MOVE LINEA-HIST-PAGOS TO LINEA-PAGO-ORIGINAL
                         MOVE "SI " TO FIN-DE-ARCHIVO
                      END-IF
                   END-IF
           END-READ.

       REVISAR-PERIODO-ABIERTO.
      * A closed period's lines are in the archive and its totals in
      * RESUMEN_PERIODOS.DAT -- a void there would never be swept;
      * it is settled with an AJUSTE in the open period instead. A
      * run still in flight (or abended) for the period would race
      * this program on the same logs.
           MOVE EMPRESA-PAGO TO EMPRESA-LINEA.
           IF EMPRESA-LINEA = SPACES
              MOVE "01" TO EMPRESA-LINEA
           END-IF.
      * Nor while CIERRE is closing the period, or was cut short
      * closing it: the live log is rebuilt from what was archived,
      * and the void's lines would be dropped with the rest.
           OPEN INPUT PROGRESO-FILE.
           IF PROGRESO-STATUS = "00"
              READ PROGRESO-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PG-PERIODO = PERIODO-ANULAR
                         AND PG-EMPRESA = EMPRESA-LINEA
                         DISPLAY "EL CIERRE DEL PERIODO "
                                 PERIODO-ANULAR " ESTA EN CURSO O "
                                 "INTERRUMPIDO, TERMINARLO EN CIERRE"
                         MOVE "NO " TO PERIODO-ABIERTO-SW
                      END-IF
              END-READ
           END-IF.
           CLOSE PROGRESO-FILE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
              MOVE EMPRESA-LINEA TO RCE-EMPRESA
              MOVE PERIODO-ANULAR TO RCE-PERIODO
              READ RUN-CONTROL-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF RCE-ESTADO = "C"
                         DISPLAY "EL PERIODO " PERIODO-ANULAR
                                 " ESTA CERRADO, CORREGIR CON UN "
                                 "AJUSTE EN EL PERIODO ABIERTO"
                         MOVE "NO " TO PERIODO-ABIERTO-SW
                      END-IF
                      IF RCE-ESTADO = "E"
                         DISPLAY "HAY UNA EJECUCION EN CURSO O "
                                 "ABORTADA EN EL PERIODO, ANULAR "
                                 "DESPUES"
                         MOVE "NO " TO PERIODO-ABIERTO-SW
                      END-IF
              END-READ
      * Off-cycle pays are normal pays of the period, locked under
      * month + 70.
              IF NOT ES-EJECUCION-BONO AND PERIODO-ABIERTO
                 COMPUTE RCE-PERIODO = PERIODO-ANULAR + 70
                 READ RUN-CONTROL-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF RCE-ESTADO = "E"
                            DISPLAY "HAY UN PAGO FUERA DE CICLO EN "
                                    "CURSO O ABORTADO, ANULAR DESPUES"
                            MOVE "NO " TO PERIODO-ABIERTO-SW
                         END-IF
                 END-READ
              END-IF
              IF ES-EJECUCION-BONO AND PERIODO-ABIERTO
                 COMPUTE RCE-PERIODO = PERIODO-ANULAR + 50
                 READ RUN-CONTROL-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF RCE-ESTADO = "E"
                            DISPLAY "HAY UNA EJECUCION DE BONO EN "
                                    "CURSO O ABORTADA, ANULAR DESPUES"
                            MOVE "NO " TO PERIODO-ABIERTO-SW
                         END-IF
                 END-READ
              END-IF
              CLOSE RUN-CONTROL-FILE
           END-IF.

       CARGAR-COMPONENTES.
      * The run writes each pay's breakdown as one block opening with
      * BRUTO and closing with NETO, in the same order as the pay
      * lines -- the block with the voided pay's ordinal is its own.
           MOVE 0 TO TOTAL-COMPONENTES BLOQUES-LEIDOS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-DETALLE-FILE.
           IF HIST-DETALLE-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-COMPONENTE UNTIL HAY-FIN-DE-ARCHIVO.
           IF HIST-DETALLE-STATUS = "00" OR HIST-DETALLE-STATUS = "10"
              CLOSE HIST-DETALLE-FILE
           END-IF.

       LEER-COMPONENTE.
           READ HIST-DETALLE-FILE INTO LINEA-HIST-DET
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LD-EMP-ID = EMPLEADO-ID
                      AND LD-PERIODO = PERIODO-ANULAR
                      AND LD-PROGRAMA = PROGRAMA-PAGO
                      IF LD-CONCEPTO = "BRUTO   "
                         ADD 1 TO BLOQUES-LEIDOS
                      END-IF
                      IF BLOQUES-LEIDOS = PAGO-OBJETIVO
                         PERFORM GUARDAR-COMPONENTE
                      END-IF
                   END-IF
           END-READ.

       GUARDAR-COMPONENTE.
           IF TOTAL-COMPONENTES < 80
              ADD 1 TO TOTAL-COMPONENTES
              MOVE LD-CONCEPTO TO TCM-CONCEPTO (TOTAL-COMPONENTES)
              MOVE LD-CODIGO TO TCM-CODIGO (TOTAL-COMPONENTES)
              MOVE LD-IMPORTE TO TCM-IMPORTE (TOTAL-COMPONENTES)
           ELSE
              DISPLAY "AVISO: DESGLOSE DE MAS DE 80 LINEAS, EL RESTO "
                      "NO SE ANULA"
           END-IF.
           IF LD-CONCEPTO = "NETO    "
              SET HAY-NETO TO TRUE
              MOVE LD-IMPORTE TO NETO-ANULADO
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           IF LD-CONCEPTO = "PRESTAMO"
              SET HAY-PRESTAMO TO TRUE
           END-IF.
           IF LD-CONCEPTO = "DEDUC   " AND LD-CODIGO (1:4) = "EMBJ"
              SET HAY-EMBARGO TO TRUE
           END-IF.
           IF LD-CONCEPTO = "ATRASO  "
              SET HAY-ATRASO TO TRUE
           END-IF.

       CARGAR-TRANSFERENCIAS.
      * The recall names the transfers the bank actually received:
      * the employee's lines in the upload when they add up to the
      * voided NETO (split pay included), otherwise -- the upload is
      * already a later run's -- the account on file for the whole
      * NETO. A pay the period's upload does not carry may be an
      * off-cycle one, in one of the period's off-cycle uploads
      * (PAGOS_FCI_AAAAMM_NN.DAT, one per off-cycle run).
           MOVE "PAGOS_BANCO.DAT" TO BANCO-NOMBRE.
           PERFORM LEER-ARCHIVO-TRANSFERENCIAS.
           IF NETO-ANULADO > 0
              AND (TOTAL-TRANSFERENCIAS = 0
                   OR SUMA-TRANSFERENCIAS NOT = NETO-ANULADO)
              MOVE PERIODO-ANULAR TO SFC-PERIODO
              MOVE 0 TO NUMERO-FCI
              PERFORM BUSCAR-EN-PAGOS-FCI
                      UNTIL NUMERO-FCI = 99
                         OR (TOTAL-TRANSFERENCIAS > 0
                             AND SUMA-TRANSFERENCIAS = NETO-ANULADO)
           END-IF.
           IF NETO-ANULADO NOT > 0
              MOVE 0 TO TOTAL-TRANSFERENCIAS
           ELSE
              IF TOTAL-TRANSFERENCIAS = 0
                 OR SUMA-TRANSFERENCIAS NOT = NETO-ANULADO
                 DISPLAY "AVISO: EL ARCHIVO DE PAGOS NO TRAE ESTE "
                         "PAGO, SE PIDE LA RETIRADA A LA CUENTA DE LA "
                         "FICHA"
                 MOVE 1 TO TOTAL-TRANSFERENCIAS
                 MOVE EMP-CUENTA-BANCO TO TT-CUENTA (1)
                 MOVE NETO-ANULADO TO TT-IMPORTE (1)
              END-IF
           END-IF.

       BUSCAR-EN-PAGOS-FCI.
           ADD 1 TO NUMERO-FCI.
           MOVE NUMERO-FCI TO SFC-NUMERO.
           MOVE SPACES TO BANCO-NOMBRE.
           STRING "PAGOS" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO BANCO-NOMBRE
           END-STRING.
           PERFORM LEER-ARCHIVO-TRANSFERENCIAS.

       LEER-ARCHIVO-TRANSFERENCIAS.
           MOVE 0 TO TOTAL-TRANSFERENCIAS SUMA-TRANSFERENCIAS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT BANCO-FILE.
           IF BANCO-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-TRANSFERENCIA UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE BANCO-FILE.

       LEER-TRANSFERENCIA.
           READ BANCO-FILE INTO LINEA-BANCO-DET
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LB-TIPO = "D" AND LB-EMP-ID = EMPLEADO-ID
                      IF TOTAL-TRANSFERENCIAS < 10
                         ADD 1 TO TOTAL-TRANSFERENCIAS
                         MOVE LB-CUENTA TO
                              TT-CUENTA (TOTAL-TRANSFERENCIAS)
                         MOVE LB-NETO TO
                              TT-IMPORTE (TOTAL-TRANSFERENCIAS)
                         ADD LB-NETO TO SUMA-TRANSFERENCIAS
                      END-IF
                   END-IF
           END-READ.

       MOSTRAR-PAGO.
           DISPLAY "PAGO " PROGRAMA-PAGO " DEL PERIODO "
                   PERIODO-ANULAR " (" PAGO-OBJETIVO " DE "
                   PAGOS-HALLADOS ")".
           DISPLAY "  BRUTO:  " LH-RESULTADO.
           PERFORM VARYING SUB-COMP FROM 1 BY 1
                   UNTIL SUB-COMP > TOTAL-COMPONENTES
              MOVE TCM-IMPORTE (SUB-COMP) TO IMPORTE-EDITADO
              DISPLAY "  " TCM-CONCEPTO (SUB-COMP) " "
                      TCM-CODIGO (SUB-COMP) " " IMPORTE-EDITADO
           END-PERFORM.
           PERFORM VARYING SUB-TRANSF FROM 1 BY 1
                   UNTIL SUB-TRANSF > TOTAL-TRANSFERENCIAS
              DISPLAY "  TRANSFERENCIA A " TT-CUENTA (SUB-TRANSF)
                      " POR " TT-IMPORTE (SUB-TRANSF)
           END-PERFORM.

       PREGUNTAR-REEMISION.
      * The reissue goes to the account on file NOW -- a wrong
      * account is corrected in EMPMANT before voiding -- and must
      * pass the same IBAN check the run applies.
           DISPLAY "REEMITIR AHORA EL PAGO CORREGIDO? (SI /NO )".
           ACCEPT REEMITIR.
           IF HAY-REEMISION
              MOVE EMP-CUENTA-BANCO TO CUENTA-REEMISION
              MOVE CUENTA-REEMISION TO IBAN-A-VALIDAR
              IF CUENTA-REEMISION = SPACES
                 DISPLAY "EL EMPLEADO NO TIENE CUENTA EN LA FICHA, "
                         "NO SE REEMITE -- CORREGIR EN EMPMANT"
                 MOVE "NO " TO REEMITIR
              ELSE
                 PERFORM VALIDAR-IBAN
                 IF NOT ES-IBAN-VALIDO
                    DISPLAY "CUENTA " CUENTA-REEMISION " INVALIDA ("
                            IBAN-MOTIVO "), NO SE REEMITE -- "
                            "CORREGIR EN EMPMANT"
                    MOVE "NO " TO REEMITIR
                 END-IF
              END-IF
           END-IF.
           IF HAY-REEMISION
              DISPLAY "SE REEMITE A LA CUENTA " CUENTA-REEMISION
              MOVE NETO-ANULADO TO IMPORTE-EDITADO
              DISPLAY "NETO CORREGIDO (0 = EL MISMO "
                      IMPORTE-EDITADO ")"
              ACCEPT NETO-CORREGIDO
              IF NETO-CORREGIDO = 0
                 MOVE NETO-ANULADO TO NETO-REEMITIDO
              ELSE
                 MOVE NETO-CORREGIDO TO NETO-REEMITIDO
              END-IF
           END-IF.

       ESCRIBIR-ANULACION-HISTORIAL.
      * The pay line goes back as it was under the reversal's name
      * (the log's amounts are unsigned, the name says they count
      * against the pay); every component goes back negated, so any
      * sum over the detail nets the pay to nothing.
           PERFORM ABRIR-LOGS.
           MOVE LINEA-PAGO-ORIGINAL TO LINEA-HIST-PAGOS.
           MOVE PROGRAMA-ANULACION TO LH-PROGRAMA.
           WRITE HIST-PAGOS-RECORD FROM LINEA-HIST-PAGOS.
           PERFORM VERIFICAR-ESCRITURA-HIST.
           MOVE PROGRAMA-ANULACION TO LD-PROGRAMA.
           PERFORM PREPARAR-LINEA-DETALLE.
           PERFORM VARYING SUB-COMP FROM 1 BY 1
                   UNTIL SUB-COMP > TOTAL-COMPONENTES
              MOVE TCM-CONCEPTO (SUB-COMP) TO LD-CONCEPTO
              MOVE TCM-CODIGO (SUB-COMP) TO LD-CODIGO
              COMPUTE LD-IMPORTE = 0 - TCM-IMPORTE (SUB-COMP)
              PERFORM ESCRIBIR-LINEA-DETALLE
           END-PERFORM.
           CLOSE HIST-PAGOS-FILE.
           CLOSE HIST-DETALLE-FILE.

       ESCRIBIR-REEMISION-HISTORIAL.
      * The corrected pay: the voided breakdown again, a corrected
      * NETO carried as an AJUSTE line (reason REEM) just before it.
           PERFORM ABRIR-LOGS.
           MOVE LINEA-PAGO-ORIGINAL TO LINEA-HIST-PAGOS.
           MOVE PROGRAMA-REEMISION TO LH-PROGRAMA.
           WRITE HIST-PAGOS-RECORD FROM LINEA-HIST-PAGOS.
           PERFORM VERIFICAR-ESCRITURA-HIST.
           MOVE PROGRAMA-REEMISION TO LD-PROGRAMA.
           PERFORM PREPARAR-LINEA-DETALLE.
           PERFORM VARYING SUB-COMP FROM 1 BY 1
                   UNTIL SUB-COMP > TOTAL-COMPONENTES
              IF TCM-CONCEPTO (SUB-COMP) = "NETO    "
                 IF NETO-REEMITIDO NOT = NETO-ANULADO
                    MOVE "AJUSTE  " TO LD-CONCEPTO
                    MOVE SPACES TO LD-CODIGO
                    MOVE "REEM" TO LD-CODIGO (1:4)
                    COMPUTE LD-IMPORTE = NETO-REEMITIDO
                            - NETO-ANULADO
                    PERFORM ESCRIBIR-LINEA-DETALLE
                 END-IF
                 MOVE TCM-CONCEPTO (SUB-COMP) TO LD-CONCEPTO
                 MOVE TCM-CODIGO (SUB-COMP) TO LD-CODIGO
                 MOVE NETO-REEMITIDO TO LD-IMPORTE
              ELSE
                 MOVE TCM-CONCEPTO (SUB-COMP) TO LD-CONCEPTO
                 MOVE TCM-CODIGO (SUB-COMP) TO LD-CODIGO
                 MOVE TCM-IMPORTE (SUB-COMP) TO LD-IMPORTE
              END-IF
              PERFORM ESCRIBIR-LINEA-DETALLE
           END-PERFORM.
           CLOSE HIST-PAGOS-FILE.
           CLOSE HIST-DETALLE-FILE.

       ABRIR-LOGS.
           OPEN EXTEND HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS NOT = "00"
              MOVE "HISTORIAL_PAGOS.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE HIST-PAGOS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           OPEN EXTEND HIST-DETALLE-FILE.
           IF HIST-DETALLE-STATUS NOT = "00"
              MOVE "HISTORIAL_DETALLE.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE HIST-DETALLE-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       PREPARAR-LINEA-DETALLE.
           MOVE EMPLEADO-ID TO LD-EMP-ID.
           MOVE PERIODO-ANULAR TO LD-PERIODO.
           MOVE EMPRESA-PAGO TO LD-EMPRESA.

       ESCRIBIR-LINEA-DETALLE.
           WRITE HIST-DETALLE-RECORD FROM LINEA-HIST-DET.
           IF HIST-DETALLE-STATUS NOT = "00"
              MOVE "HISTORIAL_DETALLE.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE HIST-DETALLE-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       VERIFICAR-ESCRITURA-HIST.
           IF HIST-PAGOS-STATUS NOT = "00"
              MOVE "HISTORIAL_PAGOS.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE HIST-PAGOS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       ASENTAR-DIARIO.
      * One employee's share of the run's entry, rebuilt from the
      * breakdown: net payable, withholding, each deduction code and
      * the loan recovery on the credit side, each allowance and the
      * signed corrections on their own accounts, and the salary
      * expense of the employee's department taking whatever makes
      * the two sides meet. The employer's contributions and benefit
      * shares are not part of the pay and stay as posted. The void
      * posts every leg on the opposite side, under its own
      * reference, so finance sees it next to the run it reverses.
           MOVE 0 TO TOTAL-ASIENTOS.
           MOVE 0 TO RETENCION-ASIENTO PRESTAMO-ASIENTO.
           MOVE DIFERENCIA-NETO TO AJUSTE-ASIENTO.
           MOVE 0 TO SUELDO-ASIENTO.
           MOVE CTA-NETO TO CUENTA-LEGAJO.
           MOVE "H" TO TIPO-LEGAJO.
           MOVE NETO-ASIENTO TO IMPORTE-LEGAJO.
           PERFORM AGREGAR-LEGAJO.
           PERFORM VARYING SUB-COMP FROM 1 BY 1
                   UNTIL SUB-COMP > TOTAL-COMPONENTES
              EVALUATE TCM-CONCEPTO (SUB-COMP)
                  WHEN "IMPUESTO"
                  WHEN "REGULARI"
                      ADD TCM-IMPORTE (SUB-COMP) TO RETENCION-ASIENTO
                  WHEN "PRESTAMO"
                      ADD TCM-IMPORTE (SUB-COMP) TO PRESTAMO-ASIENTO
                  WHEN "AJUSTE  "
                      ADD TCM-IMPORTE (SUB-COMP) TO AJUSTE-ASIENTO
                  WHEN "DEDUC   "
                      MOVE SPACES TO CUENTA-LEGAJO
                      MOVE CTA-PREF-DEDUC TO CUENTA-LEGAJO (1:3)
                      MOVE TCM-CODIGO (SUB-COMP) (1:4) TO
                           CUENTA-LEGAJO (4:4)
                      MOVE "H" TO TIPO-LEGAJO
                      MOVE TCM-IMPORTE (SUB-COMP) TO IMPORTE-LEGAJO
                      PERFORM AGREGAR-LEGAJO
                  WHEN "COMPLEM "
                      MOVE SPACES TO CUENTA-LEGAJO
                      MOVE CTA-PREF-COMPL TO CUENTA-LEGAJO (1:3)
                      MOVE TCM-CODIGO (SUB-COMP) (1:4) TO
                           CUENTA-LEGAJO (4:4)
                      MOVE "D" TO TIPO-LEGAJO
                      MOVE TCM-IMPORTE (SUB-COMP) TO IMPORTE-LEGAJO
                      PERFORM AGREGAR-LEGAJO
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-PERFORM.
           MOVE CTA-RETENCION TO CUENTA-LEGAJO.
           MOVE "H" TO TIPO-LEGAJO.
           MOVE RETENCION-ASIENTO TO IMPORTE-LEGAJO.
           PERFORM AGREGAR-LEGAJO.
           MOVE CTA-PRESTAMOS TO CUENTA-LEGAJO.
           MOVE "H" TO TIPO-LEGAJO.
           MOVE PRESTAMO-ASIENTO TO IMPORTE-LEGAJO.
           PERFORM AGREGAR-LEGAJO.
           MOVE CTA-AJUSTES TO CUENTA-LEGAJO.
           MOVE "D" TO TIPO-LEGAJO.
           MOVE AJUSTE-ASIENTO TO IMPORTE-LEGAJO.
           PERFORM AGREGAR-LEGAJO.
           PERFORM SUMAR-LADOS.
           COMPUTE SUELDO-ASIENTO = TOTAL-HABER - TOTAL-DEBE.
           MOVE CTA-SUELDOS TO CUENTA-LEGAJO.
           MOVE DEPTO-PAGO TO CUENTA-LEGAJO (5:4).
           MOVE "D" TO TIPO-LEGAJO.
           MOVE SUELDO-ASIENTO TO IMPORTE-LEGAJO.
           PERFORM AGREGAR-LEGAJO.
           IF ASIENTO-DE-ANULACION
              PERFORM VARYING SUB-ASIENTO FROM 1 BY 1
                      UNTIL SUB-ASIENTO > TOTAL-ASIENTOS
                 IF AS-TIPO (SUB-ASIENTO) = "D"
                    MOVE "H" TO AS-TIPO (SUB-ASIENTO)
                 ELSE
                    MOVE "D" TO AS-TIPO (SUB-ASIENTO)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM SUMAR-LADOS.
           IF TOTAL-DEBE NOT = TOTAL-HABER
              DISPLAY "AVISO: EL ASIENTO " REFERENCIA-ASIENTO
                      " NO CUADRA (DEBE " TOTAL-DEBE " HABER "
                      TOTAL-HABER "), NO SE CONTABILIZA"
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM ESCRIBIR-ASIENTO
           END-IF.

       AGREGAR-LEGAJO.
      * A zero leg is left out; a negative one posts on the other
      * side for its absolute amount.
           IF IMPORTE-LEGAJO NOT = 0 AND TOTAL-ASIENTOS < 60
              ADD 1 TO TOTAL-ASIENTOS
              MOVE CUENTA-LEGAJO TO AS-CUENTA (TOTAL-ASIENTOS)
              IF IMPORTE-LEGAJO > 0
                 MOVE TIPO-LEGAJO TO AS-TIPO (TOTAL-ASIENTOS)
                 MOVE IMPORTE-LEGAJO TO AS-IMPORTE (TOTAL-ASIENTOS)
              ELSE
                 IF TIPO-LEGAJO = "D"
                    MOVE "H" TO AS-TIPO (TOTAL-ASIENTOS)
                 ELSE
                    MOVE "D" TO AS-TIPO (TOTAL-ASIENTOS)
                 END-IF
                 COMPUTE AS-IMPORTE (TOTAL-ASIENTOS) =
                         0 - IMPORTE-LEGAJO
              END-IF
           END-IF.

       SUMAR-LADOS.
           MOVE 0 TO TOTAL-DEBE TOTAL-HABER.
           PERFORM VARYING SUB-ASIENTO FROM 1 BY 1
                   UNTIL SUB-ASIENTO > TOTAL-ASIENTOS
              IF AS-TIPO (SUB-ASIENTO) = "D"
                 ADD AS-IMPORTE (SUB-ASIENTO) TO TOTAL-DEBE
              ELSE
                 ADD AS-IMPORTE (SUB-ASIENTO) TO TOTAL-HABER
              END-IF
           END-PERFORM.

       ESCRIBIR-ASIENTO.
           OPEN EXTEND DIARIO-FILE.
           IF DIARIO-STATUS = "35"
              OPEN OUTPUT DIARIO-FILE
              CLOSE DIARIO-FILE
              OPEN EXTEND DIARIO-FILE
           END-IF.
           MOVE PERIODO-ANULAR TO DI-PERIODO.
           MOVE EMPRESA-LINEA TO DI-EMPRESA.
           MOVE REFERENCIA-ASIENTO TO DI-REFERENCIA.
           PERFORM VARYING SUB-ASIENTO FROM 1 BY 1
                   UNTIL SUB-ASIENTO > TOTAL-ASIENTOS
              MOVE AS-CUENTA (SUB-ASIENTO) TO DI-CUENTA
              MOVE AS-TIPO (SUB-ASIENTO) TO DI-TIPO
              MOVE AS-IMPORTE (SUB-ASIENTO) TO DI-IMPORTE
              WRITE DIARIO-RECORD FROM LINEA-DIARIO
              IF DIARIO-STATUS NOT = "00"
                 MOVE "DIARIO_CONTABLE.DAT" TO NOMBRE-ARCHIVO-ERR
                 MOVE DIARIO-STATUS TO ESTADO-ARCHIVO-ERR
                 PERFORM ABORTAR-POR-ESTADO
              END-IF
           END-PERFORM.
           CLOSE DIARIO-FILE.
           DISPLAY "ASIENTO " REFERENCIA-ASIENTO ": " TOTAL-ASIENTOS
                   " LINEAS, DEBE = HABER = " TOTAL-DEBE.

       REGISTRAR-MOVIMIENTOS-BANCO.
           OPEN EXTEND ANULACIONES-FILE.
           IF ANULACIONES-STATUS = "35"
              OPEN OUTPUT ANULACIONES-FILE
              CLOSE ANULACIONES-FILE
              OPEN EXTEND ANULACIONES-FILE
           END-IF.
           MOVE EMPLEADO-ID TO AN-EMP-ID.
           MOVE PERIODO-ANULAR TO AN-PERIODO.
           MOVE EMPRESA-LINEA TO AN-EMPRESA.
           MOVE EJECUCION-ANULAR TO AN-EJECUCION.
           MOVE FECHA-SISTEMA TO AN-FECHA.
           MOVE OPERADOR-ACTUAL TO AN-OPERADOR.
           MOVE "R" TO AN-TIPO.
           MOVE REFERENCIA-ANULACION TO AN-REFERENCIA.
           PERFORM VARYING SUB-TRANSF FROM 1 BY 1
                   UNTIL SUB-TRANSF > TOTAL-TRANSFERENCIAS
              MOVE TT-CUENTA (SUB-TRANSF) TO AN-CUENTA
              MOVE TT-IMPORTE (SUB-TRANSF) TO AN-IMPORTE
              PERFORM ESCRIBIR-ANULACION
           END-PERFORM.
           IF HAY-REEMISION AND NETO-REEMITIDO > 0
              MOVE "E" TO AN-TIPO
              MOVE REFERENCIA-REEMISION TO AN-REFERENCIA
              MOVE CUENTA-REEMISION TO AN-CUENTA
              MOVE NETO-REEMITIDO TO AN-IMPORTE
              PERFORM ESCRIBIR-ANULACION
           END-IF.
           CLOSE ANULACIONES-FILE.

       ESCRIBIR-ANULACION.
           WRITE ANULACION-RECORD FROM LINEA-ANULACION.
           IF ANULACIONES-STATUS NOT = "00"
              MOVE "ANULACIONES_PAGO.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE ANULACIONES-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       ACTUALIZAR-ACUMULADOS.
      * EMP-MTD/EMP-YTD hold take-home pay actually paid: the voided
      * NETO comes out and the reissued one goes in. The normal pay
      * counts in the month only while the master's month is still
      * the voided one; the bonus run never touched EMP-MTD.
           COMPUTE DELTA-ACUMULADO = NETO-ANULADO * -1.
           IF HAY-REEMISION
              ADD NETO-REEMITIDO TO DELTA-ACUMULADO
           END-IF.
           IF DELTA-ACUMULADO NOT = 0
              OPEN EXTEND CAMBIOS-FILE
              IF CAMBIOS-STATUS = "35"
                 OPEN OUTPUT CAMBIOS-FILE
                 CLOSE CAMBIOS-FILE
                 OPEN EXTEND CAMBIOS-FILE
              END-IF
              MOVE EMP-ID TO LC-EMP-ID
              MOVE FECHA-SISTEMA TO LC-FECHA
              MOVE "ANULA   " TO LC-ORIGEN
              MOVE OPERADOR-ACTUAL TO LC-OPERADOR
              IF NOT ES-EJECUCION-BONO
                 AND EMP-ULT-ANIO = PA-ANIO AND EMP-ULT-MES = PA-MES
                 MOVE "ACUM-MES  " TO LC-CAMPO
                 MOVE SPACES TO LC-VIEJO LC-NUEVO
                 MOVE EMP-MTD TO ACUMULADO-EDITADO
                 MOVE ACUMULADO-EDITADO TO LC-VIEJO (1:16)
                 ADD DELTA-ACUMULADO TO EMP-MTD
                 MOVE EMP-MTD TO ACUMULADO-EDITADO
                 MOVE ACUMULADO-EDITADO TO LC-NUEVO (1:16)
                 WRITE CAMBIOS-RECORD FROM LINEA-CAMBIO
                 PERFORM VERIFICAR-ESCRITURA-CAMBIOS
              END-IF
              IF EMP-ULT-ANIO = PA-ANIO
                 MOVE "ACUM-ANIO " TO LC-CAMPO
                 MOVE SPACES TO LC-VIEJO LC-NUEVO
                 MOVE EMP-YTD TO ACUMULADO-EDITADO
                 MOVE ACUMULADO-EDITADO TO LC-VIEJO (1:16)
                 ADD DELTA-ACUMULADO TO EMP-YTD
                 MOVE EMP-YTD TO ACUMULADO-EDITADO
                 MOVE ACUMULADO-EDITADO TO LC-NUEVO (1:16)
                 WRITE CAMBIOS-RECORD FROM LINEA-CAMBIO
                 PERFORM VERIFICAR-ESCRITURA-CAMBIOS
              END-IF
              CLOSE CAMBIOS-FILE
      * Only the accumulators change -- the salary hash in
      * NOMINA_CONTROL.DAT does not move.
              REWRITE EMPLOYEE-RECORD
              IF EMPLOYEE-STATUS NOT = "00"
                 MOVE "EMPLEADOS.DAT" TO NOMBRE-ARCHIVO-ERR
                 MOVE EMPLOYEE-STATUS TO ESTADO-ARCHIVO-ERR
                 PERFORM ABORTAR-POR-ESTADO
              END-IF
           END-IF.

       VERIFICAR-ESCRITURA-CAMBIOS.
           IF CAMBIOS-STATUS NOT = "00"
              MOVE "CAMBIOS_MAESTRO.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE CAMBIOS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       GENERAR-ARCHIVOS-BANCO.
      * The day's recall request and reissue upload, rebuilt whole
      * from every movement registered today, each with the same
      * detail/trailer shape the bank takes the pay file in.
           MOVE 0 TO RETIRADAS-DIA TOTAL-RETIRADAS-DIA.
           MOVE 0 TO REEMISIONES-DIA TOTAL-REEMISIONES-DIA.
           OPEN OUTPUT RETIRADA-FILE.
           IF RETIRADA-STATUS NOT = "00"
              MOVE "RETIRADA_BANCO.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE RETIRADA-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           OPEN OUTPUT REEMITIDOS-FILE.
           IF REEMITIDOS-STATUS NOT = "00"
              MOVE "PAGOS_REEMITIDOS.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE REEMITIDOS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT ANULACIONES-FILE.
           IF ANULACIONES-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM COPIAR-MOVIMIENTO-DIA UNTIL HAY-FIN-DE-ARCHIVO.
           IF ANULACIONES-STATUS = "00" OR ANULACIONES-STATUS = "10"
              CLOSE ANULACIONES-FILE
           END-IF.
           MOVE "T" TO LBT-TIPO.
           MOVE RETIRADAS-DIA TO LBT-REGISTROS.
           MOVE TOTAL-RETIRADAS-DIA TO LBT-TOTAL.
           WRITE RETIRADA-RECORD FROM LINEA-BANCO-TRL.
           PERFORM VERIFICAR-ESCRITURA-RETIRADA.
           MOVE REEMISIONES-DIA TO LBT-REGISTROS.
           MOVE TOTAL-REEMISIONES-DIA TO LBT-TOTAL.
           WRITE REEMITIDO-RECORD FROM LINEA-BANCO-TRL.
           PERFORM VERIFICAR-ESCRITURA-REEMITIDOS.
           CLOSE RETIRADA-FILE.
           CLOSE REEMITIDOS-FILE.

       COPIAR-MOVIMIENTO-DIA.
           READ ANULACIONES-FILE INTO LINEA-ANULACION
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF AN-FECHA = FECHA-SISTEMA
                      MOVE "D" TO LB-TIPO
                      MOVE AN-EMP-ID TO LB-EMP-ID
                      MOVE AN-CUENTA TO LB-CUENTA
                      MOVE AN-IMPORTE TO LB-NETO
                      IF AN-ES-RETIRADA
                         WRITE RETIRADA-RECORD FROM LINEA-BANCO-DET
                         PERFORM VERIFICAR-ESCRITURA-RETIRADA
                         ADD 1 TO RETIRADAS-DIA
                         ADD AN-IMPORTE TO TOTAL-RETIRADAS-DIA
                      END-IF
                      IF AN-ES-REEMISION
                         WRITE REEMITIDO-RECORD FROM LINEA-BANCO-DET
                         PERFORM VERIFICAR-ESCRITURA-REEMITIDOS
                         ADD 1 TO REEMISIONES-DIA
                         ADD AN-IMPORTE TO TOTAL-REEMISIONES-DIA
                      END-IF
                   END-IF
           END-READ.

       VERIFICAR-ESCRITURA-RETIRADA.
           IF RETIRADA-STATUS NOT = "00"
              MOVE "RETIRADA_BANCO.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE RETIRADA-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       VERIFICAR-ESCRITURA-REEMITIDOS.
           IF REEMITIDOS-STATUS NOT = "00"
              MOVE "PAGOS_REEMITIDOS.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE REEMITIDOS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       ABORTAR-POR-ESTADO.
      * A reversal half written is money the system can no longer
      * account for -- name the file and status and return 12 so the
      * scheduler sees the failure.
           DISPLAY "ERROR DE E/S EN " NOMBRE-ARCHIVO-ERR
                   " ESTADO " ESTADO-ARCHIVO-ERR
                   ", ANULACION ABORTADA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

           COPY SIGNONPR.

           COPY IBANPR.

       END PROGRAM ANULPAGO.
