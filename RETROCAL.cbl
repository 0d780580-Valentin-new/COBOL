      * 2026-09-02  Operator sign-on against operators.txt; only a
      *             supervisor-flagged operator may re-price, and the
      *             change-log lines name them.
      * 2026-10-15  Each re-priced period uses the brackets and grade
      *             rates in force for THAT period in
      *             PARAMETROS_LEGALES.DAT, on both the paid and the
      *             re-priced side; the new salary is bounded by
      *             today's SALARIO-MAXIMO.
      * 2026-10-15  A month ANULPAGO voided and did not reissue is not
      *             a paid month: each ANULACION line left over after
      *             the REEMISION ones takes one of the period's
      *             FACTURACION lines out of the re-price.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROCAL.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT OPTIONAL PARAMETROS-FILE
               ASSIGN TO "PARAMETROS_LEGALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.

           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       FD  PARAMETROS-FILE.
      * Statutory value sets, PARAMLEG layout -- read INTO it.
       01  PARAMETROS-RECORD PIC X(143).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY PARAMLEG.
       01 CAMBIOS-STATUS PIC X(2).
           COPY CAMBLOG.
           COPY HISTLOG.
       01 DIF-NETO        PIC S9(8)V9(2).
       01 PERIODOS-AJUSTADOS PIC 9(3) VALUE 0.
       01 SALARIO-MAXIMO PIC 9(5)V9(2) VALUE 50000.00.
      * Carried with every statutory set; the re-price itself only
      * needs the brackets, the grade rates and the salary ceiling.
       01 NETO-MINIMO-PROTEGIDO PIC 9(5)V9(2) VALUE 900.00.
       01 HORAS-LIMITE-MES PIC 9(3) VALUE 160.
       01 GRADO-OK PIC X(3) VALUE "NO ".
           88 GRADO-ES-VALIDO VALUE "SI ".
       01 RETROS-PREVIOS PIC 9(3) VALUE 0.
       01 EMPRESA-EMPLEADO PIC X(2).
       01 PERIODOS-OMITIDOS PIC 9(3) VALUE 0.
       01 PERIODOS-CERRADOS PIC 9(3) VALUE 0.
       01 PERIODOS-ANULADOS PIC 9(3) VALUE 0.
      * The employee's voids still standing per period: ANULACION
      * lines less REEMISION lines, counted off both logs before the
      * re-price pass so a void logged after its pay still cancels it.
       01 TOTAL-ANULADOS PIC 9(3) VALUE 0.
       01 TABLA-ANULADOS.
           05 ANULADO OCCURS 120 TIMES.
              10 TAN-PERIODO PIC 9(6).
              10 TAN-SALDO   PIC S9(3).
       01 SUB-ANULADO PIC 9(3).
       01 IDX-ANULADO PIC 9(3).
       01 ARCHIVO-STATUS PIC X(2).
      * Filled in before PERFORMing ABORTAR-POR-ESTADO so the abort
      * message names the file and status that failed.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FECHA-SISTEMA (1:6) TO PERIODO-ACTUAL.
           PERFORM INICIALIZAR-TABLAS.
      * The new salary and grade are keyed against today's set; each
      * period re-priced below switches to the set of its own month.
           PERFORM CARGAR-PARAMETROS-LEGALES.
           MOVE PERIODO-ACTUAL TO PERIODO-PARAMETROS.
           PERFORM APLICAR-PARAMETROS-PERIODO.
           PERFORM CAPTURAR-AJUSTE.
           PERFORM BUSCAR-EMPLEADO.
           IF NOT HAY-FIN-DE-ARCHIVO
              PERFORM REVISAR-RETROS-PREVIOS
           END-IF.
           IF NOT HAY-FIN-DE-ARCHIVO
              PERFORM CONTAR-ANULACIONES
              PERFORM ABRIR-ARCHIVOS
              PERFORM LEER-HISTORIAL UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE HIST-PAGOS-FILE
                 DISPLAY "PERIODOS CERRADOS OMITIDOS: "
                         PERIODOS-CERRADOS " (AJUSTE MANUAL)"
              END-IF
              IF PERIODOS-ANULADOS > 0
                 DISPLAY "PERIODOS CON EL PAGO ANULADO OMITIDOS: "
                         PERIODOS-ANULADOS
              END-IF
              DISPLAY "ATRASO BRUTO TOTAL: " TOTAL-DIF-BRUTO
              DISPLAY "ATRASO NETO TOTAL:  " TOTAL-DIF-NETO
              DISPLAY "LOS ATRASOS SE PAGAN EN LA PROXIMA NOMINA"
                   END-IF
           END-READ.

       CONTAR-ANULACIONES.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS = "00"
              PERFORM LEER-ANULACION-VIVO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE HIST-PAGOS-FILE
           END-IF.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           IF ARCHIVO-STATUS = "00"
              PERFORM LEER-ANULACION-ARCH UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE ARCHIVO-FILE
           ELSE
              IF ARCHIVO-STATUS = "05"
                 CLOSE ARCHIVO-FILE
              END-IF
           END-IF.
           MOVE "NO " TO FIN-DE-ARCHIVO.

       LEER-ANULACION-VIVO.
           READ HIST-PAGOS-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM ANOTAR-ANULACION
           END-READ.

       LEER-ANULACION-ARCH.
           READ ARCHIVO-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM ANOTAR-ANULACION
           END-READ.

       ANOTAR-ANULACION.
           IF (LH-PROGRAMA = "ANULACION"
               OR LH-PROGRAMA = "REEMISION")
              AND LH-EMP-ID = EMPLEADO-ID
              AND LH-PERIODO NOT < PERIODO-EFECTIVO
              AND LH-PERIODO NOT > PERIODO-ACTUAL
              PERFORM BUSCAR-ANULADO
              IF IDX-ANULADO = 0 AND TOTAL-ANULADOS < 120
                 ADD 1 TO TOTAL-ANULADOS
                 MOVE TOTAL-ANULADOS TO IDX-ANULADO
                 MOVE LH-PERIODO TO TAN-PERIODO (IDX-ANULADO)
                 MOVE 0 TO TAN-SALDO (IDX-ANULADO)
              END-IF
              IF IDX-ANULADO > 0
                 IF LH-PROGRAMA = "ANULACION"
                    ADD 1 TO TAN-SALDO (IDX-ANULADO)
                 ELSE
                    SUBTRACT 1 FROM TAN-SALDO (IDX-ANULADO)
                 END-IF
              END-IF
           END-IF.

       BUSCAR-ANULADO.
           MOVE 0 TO IDX-ANULADO.
           PERFORM VARYING SUB-ANULADO FROM 1 BY 1
                   UNTIL SUB-ANULADO > TOTAL-ANULADOS
              IF TAN-PERIODO (SUB-ANULADO) = LH-PERIODO
                 MOVE SUB-ANULADO TO IDX-ANULADO
                 MOVE 121 TO SUB-ANULADO
              END-IF
           END-PERFORM.

       ABRIR-ARCHIVOS.
           OPEN INPUT HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS = "35"
                   OR LH-CLAVE = EMP-NOMBRE)
              AND LH-PERIODO NOT < PERIODO-EFECTIVO
              AND LH-PERIODO NOT > PERIODO-ACTUAL
      * A pay with a void still standing against it was taken back --
      * there is nothing paid to re-price.
              PERFORM BUSCAR-ANULADO
              IF IDX-ANULADO > 0 AND TAN-SALDO (IDX-ANULADO) > 0
                 SUBTRACT 1 FROM TAN-SALDO (IDX-ANULADO)
                 ADD 1 TO PERIODOS-ANULADOS
                 DISPLAY "PERIODO " LH-PERIODO " CON EL PAGO "
                         "ANULADO SIN REEMISION, NO SE AJUSTA"
              ELSE
                 PERFORM EVALUAR-PERIODO
              END-IF
           END-IF.

       EVALUAR-PERIODO.

       AJUSTAR-PERIODO.
      * What the period paid is in the log; what it should have paid
      * is the same PAYCALC pricing at the new salary and grade rate
      * -- both priced with the statutory set that was in force for
      * that month, not today's, so last year's bracket change does
      * not leak into an arrears figure.
           PERFORM INICIALIZAR-TABLAS.
           MOVE LH-PERIODO TO PERIODO-PARAMETROS.
           PERFORM APLICAR-PARAMETROS-PERIODO.
           MOVE SALARIO-NUEVO TO SALARIO-CALC.
           PERFORM BUSCAR-TASA-NUEVA.
           CALL "PAYCALC" USING SALARIO-CALC INCREMENTO-CALC

           COPY CTLPROC.

           COPY PARAMPR.

       END PROGRAM RETROCAL.
