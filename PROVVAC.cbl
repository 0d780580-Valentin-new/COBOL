      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Month-end provision for untaken leave -- values every
      *          employee's EMP-SALDO-VAC at the daily rate the final
      *          settlement pays it at (a thirtieth of the monthly
      *          salary, eight hours at the rate for hourly staff),
      *          grossed up by the employer contribution rates in
      *          CUOTAS_PATRONALES.DAT, and lists it per employee
      *          within department in PROVISION_VACACIONES.TXT. The
      *          provision already booked is the balance of the
      *          provision account in DIARIO_CONTABLE.DAT for the
      *          company up to the month; only the difference is
      *          posted, as a balanced two-leg entry under reference
      *          VAC-<date> with the accounts CUENTAS_CONTABLES.DAT
      *          maps to VACGASTO and VACPROV -- so a re-run of the
      *          same month posts nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVVAC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT OPTIONAL DEPTO-FILE ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEPTO-STATUS.
           SELECT OPTIONAL CUOTAS-FILE
               ASSIGN TO "CUOTAS_PATRONALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUOTAS-STATUS.
           SELECT OPTIONAL CUENTAS-FILE
               ASSIGN TO "CUENTAS_CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUENTAS-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "DIARIO_CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-STATUS.
           SELECT PROVISION-FILE ASSIGN TO "PROVISION_VACACIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-STATUS.
           SELECT ORDENADO-FILE ASSIGN TO "PROVVAC.SRT".

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTO-FILE.
           COPY DEPREC.

       FD  CUOTAS-FILE.
       01  CUOTA-RECORD.
           05 CQ-CONCEPTO PIC X(4).
           05 CQ-TASA     PIC 9V9(4).

       FD  CUENTAS-FILE.
       01  CUENTA-MAPA-RECORD.
           05 MC-CONCEPTO PIC X(8).
           05 MC-CUENTA   PIC X(8).

       FD  DIARIO-FILE.
      * Must match LINEA-DIARIO as FACTURACION.cbl writes it.
       01  DIARIO-RECORD.
           05 DI-PERIODO    PIC 9(6).
           05 FILLER        PIC X(1).
           05 DI-REFERENCIA PIC X(12).
           05 FILLER        PIC X(1).
           05 DI-CUENTA     PIC X(8).
           05 FILLER        PIC X(1).
           05 DI-TIPO       PIC X(1).
           05 FILLER        PIC X(1).
           05 DI-IMPORTE    PIC 9(12)V9(2).
           05 FILLER        PIC X(1).
           05 DI-EMPRESA    PIC X(2).

       FD  PROVISION-FILE.
       01  PROVISION-RECORD PIC X(132).

       SD  ORDENADO-FILE.
      * One valued employee per record, keyed for the department
      * grouping of the report.
       01  ORDENADO-RECORD.
           05 SR-DEPTO       PIC X(4).
           05 SR-EMP-ID      PIC 9(5).
           05 SR-NOMBRE      PIC X(30).
           05 SR-DIAS        PIC 9(3)V9(2).
           05 SR-TARIFA-DIA  PIC 9(5)V9(4).
           05 SR-SALARIAL    PIC 9(9)V9(2).
           05 SR-CUOTAS      PIC 9(9)V9(2).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-STATUS PIC X(2).
       01 DEPTO-STATUS PIC X(2).
       01 CUOTAS-STATUS PIC X(2).
       01 CUENTAS-STATUS PIC X(2).
       01 DIARIO-STATUS PIC X(2).
       01 PROVISION-STATUS PIC X(2).
       01 FECHA-SISTEMA PIC 9(8).
       01 PERIODO-PEDIDO PIC 9(6).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 EMPRESA-EMPLEADO PIC X(2).
       01 EMPRESA-LINEA PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FIN-DE-ORDENADO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ORDENADO VALUE "SI ".
      * Expense and provision accounts; absent from
      * CUENTAS_CONTABLES.DAT they default to sub-accounts of the
      * salary expense and the payable, never to 465 itself, which
      * RECONTRI ties to the bank.
       01 CTA-VAC-GASTO PIC X(8) VALUE "6409    ".
       01 CTA-VAC-PROV  PIC X(8) VALUE "4659    ".
      * Employer contribution rates, same table and defaults as the
      * pay run.
       01 TOTAL-CUOTAS-CARGADAS PIC 9(2) VALUE 0.
       01 TABLA-CUOTAS.
           05 CUOTA-PATRONAL OCCURS 10 TIMES.
              10 TC-CONCEPTO PIC X(4).
              10 TC-TASA     PIC 9V9(4).
       01 SUB-CUOTA PIC 9(2).
       01 TASA-PATRONAL PIC 9V9(4) VALUE 0.
       01 TARIFA-DIA PIC 9(5)V9(4).
       01 IMPORTE-SALARIAL PIC 9(9)V9(2).
       01 IMPORTE-CUOTAS PIC 9(9)V9(2).
      * Running totals -- department, company, and what the journal
      * already holds.
       01 DEPTO-ANTERIOR PIC X(4).
       01 GRUPO-ABIERTO PIC X(3) VALUE "NO ".
           88 HAY-GRUPO-ABIERTO VALUE "SI ".
       01 EMPLEADOS-DEPTO PIC 9(5) VALUE 0.
       01 DIAS-DEPTO PIC 9(7)V9(2) VALUE 0.
       01 SALARIAL-DEPTO PIC 9(11)V9(2) VALUE 0.
       01 CUOTAS-DEPTO PIC 9(11)V9(2) VALUE 0.
       01 EMPLEADOS-TOTAL PIC 9(5) VALUE 0.
       01 SALDOS-NEGATIVOS PIC 9(5) VALUE 0.
       01 DIAS-TOTAL PIC 9(7)V9(2) VALUE 0.
       01 SALARIAL-TOTAL PIC 9(11)V9(2) VALUE 0.
       01 CUOTAS-TOTAL PIC 9(11)V9(2) VALUE 0.
       01 PROVISION-NUEVA PIC 9(12)V9(2) VALUE 0.
       01 PROVISION-ANTERIOR PIC S9(12)V9(2) VALUE 0.
       01 VARIACION PIC S9(12)V9(2) VALUE 0.
       01 LINEAS-PREVIAS PIC 9(5) VALUE 0.
       01 LINEA-DIARIO.
           05 LD-PERIODO    PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LD-REFERENCIA PIC X(12).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LD-CUENTA     PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LD-TIPO       PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LD-IMPORTE    PIC 9(12)V9(2).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LD-EMPRESA    PIC X(2).
       01 LINEA-TITULO.
           05 FILLER PIC X(35)
                  VALUE "PROVISION DE VACACIONES -- EMPRESA ".
           05 LT-EMPRESA PIC X(2).
           05 FILLER PIC X(10) VALUE "  PERIODO ".
           05 LT-PERIODO PIC 9(6).
           05 FILLER PIC X(9) VALUE "  EMITIDA".
           05 FILLER PIC X(1) VALUE " ".
           05 LT-FECHA PIC 9(8).
       01 LINEA-TASA.
           05 FILLER PIC X(30)
                  VALUE "CUOTAS PATRONALES APLICADAS  ".
           05 LTA-TASA PIC Z9.99.
           05 FILLER PIC X(2) VALUE " %".
       01 LINEA-DEPTO.
           05 FILLER      PIC X(13) VALUE "DEPARTAMENTO ".
           05 LDP-CODIGO  PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LDP-NOMBRE  PIC X(30).
       01 LINEA-CABECERA.
           05 FILLER PIC X(12) VALUE "     ID".
           05 FILLER PIC X(30) VALUE "NOMBRE".
           05 FILLER PIC X(9)  VALUE "     DIAS".
           05 FILLER PIC X(12) VALUE "  TARIFA DIA".
           05 FILLER PIC X(13) VALUE "     SALARIAL".
           05 FILLER PIC X(13) VALUE "       CUOTAS".
           05 FILLER PIC X(15) VALUE "      PROVISION".
       01 LINEA-EMPLEADO.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 LE-EMP-ID     PIC 9(5).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LE-NOMBRE     PIC X(30).
           05 LE-DIAS       PIC Z(5)9.99.
           05 LE-TARIFA     PIC Z(8)9.99.
           05 LE-SALARIAL   PIC Z(9)9.99.
           05 LE-CUOTAS     PIC Z(9)9.99.
           05 LE-PROVISION  PIC Z(11)9.99.
       01 LINEA-SUBTOTAL.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 LS-ETIQUETA   PIC X(32).
           05 LS-EMPLEADOS  PIC Z(4)9.
           05 LS-DIAS       PIC Z(5)9.99.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 LS-SALARIAL   PIC Z(9)9.99.
           05 LS-CUOTAS     PIC Z(9)9.99.
           05 LS-PROVISION  PIC Z(11)9.99.
       01 LINEA-IMPORTE.
           05 LI-ETIQUETA PIC X(40).
           05 LI-IMPORTE  PIC -(12)9.99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "PERIODO DEL CIERRE A PROVISIONAR (AAAAMM)".
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO (5:2) < "01" OR PERIODO-PEDIDO (5:2) > "12"
              DISPLAY "PERIODO INVALIDO, NADA QUE PROVISIONAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
           MOVE SPACES TO EMPRESA-PEDIDA.
           ACCEPT EMPRESA-PEDIDA.
           IF EMPRESA-PEDIDA = SPACES
              MOVE "01" TO EMPRESA-PEDIDA
           END-IF.
           PERFORM CARGAR-CUENTAS-CONTABLES.
           PERFORM CARGAR-CUOTAS-PATRONALES.
           PERFORM LEER-PROVISION-ANTERIOR.
           PERFORM ABRIR-PROVISION.
           SORT ORDENADO-FILE
               ON ASCENDING KEY SR-DEPTO SR-EMP-ID
               INPUT PROCEDURE IS VALORAR-EMPLEADOS
               OUTPUT PROCEDURE IS ESCRIBIR-DETALLE.
           COMPUTE PROVISION-NUEVA = SALARIAL-TOTAL + CUOTAS-TOTAL.
           COMPUTE VARIACION = PROVISION-NUEVA - PROVISION-ANTERIOR.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE PROVISION-FILE.
           IF VARIACION NOT = 0
              PERFORM CONTABILIZAR-VARIACION
           ELSE
              DISPLAY "LA PROVISION NO CAMBIA, NADA QUE CONTABILIZAR"
           END-IF.
           IF SALDOS-NEGATIVOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PROVISION DE VACACIONES ESCRITA EN "
                   "PROVISION_VACACIONES.TXT".
           STOP RUN.

       CARGAR-CUENTAS-CONTABLES.
      * Absent file (or concept) keeps the default accounts.
           OPEN INPUT CUENTAS-FILE.
           IF CUENTAS-STATUS = "00"
              PERFORM UNTIL CUENTAS-STATUS = "10"
                 READ CUENTAS-FILE
                     AT END
                         MOVE "10" TO CUENTAS-STATUS
                     NOT AT END
                         IF MC-CONCEPTO = "VACGASTO"
                            MOVE MC-CUENTA TO CTA-VAC-GASTO
                         END-IF
                         IF MC-CONCEPTO = "VACPROV "
                            MOVE MC-CUENTA TO CTA-VAC-PROV
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS-FILE
           END-IF.

       CARGAR-CUOTAS-PATRONALES.
      * The provision is what the leave would cost the company if
      * paid out now -- the salary plus the employer's own
      * contributions on it, at every rate the run applies.
           OPEN INPUT CUOTAS-FILE.
           IF CUOTAS-STATUS = "00"
              PERFORM UNTIL CUOTAS-STATUS = "10"
                 READ CUOTAS-FILE
                     AT END
                         MOVE "10" TO CUOTAS-STATUS
                     NOT AT END
                         IF TOTAL-CUOTAS-CARGADAS < 10
                            ADD 1 TO TOTAL-CUOTAS-CARGADAS
                            MOVE CQ-CONCEPTO TO
                                 TC-CONCEPTO (TOTAL-CUOTAS-CARGADAS)
                            MOVE CQ-TASA TO
                                 TC-TASA (TOTAL-CUOTAS-CARGADAS)
                         ELSE
                            DISPLAY "AVISO: LIMITE DE 10 CUOTAS "
                               "PATRONALES ALCANZADO, " CQ-CONCEPTO
                               " NO SE CARGA"
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CUOTAS-FILE
           END-IF.
           IF TOTAL-CUOTAS-CARGADAS = 0
              MOVE 3 TO TOTAL-CUOTAS-CARGADAS
              MOVE "CCOM" TO TC-CONCEPTO (1)
              MOVE 0.2360 TO TC-TASA (1)
              MOVE "DESE" TO TC-CONCEPTO (2)
              MOVE 0.0550 TO TC-TASA (2)
              MOVE "FORP" TO TC-CONCEPTO (3)
              MOVE 0.0060 TO TC-TASA (3)
           END-IF.
           PERFORM VARYING SUB-CUOTA FROM 1 BY 1
                   UNTIL SUB-CUOTA > TOTAL-CUOTAS-CARGADAS
              ADD TC-TASA (SUB-CUOTA) TO TASA-PATRONAL
           END-PERFORM.

       LEER-PROVISION-ANTERIOR.
      * What is booked is whatever the provision account holds for
      * the company up to this month: credits raise it, debits
      * release it.
           OPEN INPUT DIARIO-FILE.
           IF DIARIO-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-LINEA-DIARIO UNTIL HAY-FIN-DE-ARCHIVO.
           IF DIARIO-STATUS = "00" OR DIARIO-STATUS = "10"
              CLOSE DIARIO-FILE
           END-IF.
           MOVE "NO " TO FIN-DE-ARCHIVO.

       LEER-LINEA-DIARIO.
           READ DIARIO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE DI-EMPRESA TO EMPRESA-LINEA
                   IF EMPRESA-LINEA = SPACES
                      MOVE "01" TO EMPRESA-LINEA
                   END-IF
                   IF DI-PERIODO NOT > PERIODO-PEDIDO
                      AND EMPRESA-LINEA = EMPRESA-PEDIDA
                      AND DI-CUENTA = CTA-VAC-PROV
                      ADD 1 TO LINEAS-PREVIAS
                      IF DI-TIPO = "H"
                         ADD DI-IMPORTE TO PROVISION-ANTERIOR
                      ELSE
                         SUBTRACT DI-IMPORTE FROM PROVISION-ANTERIOR
                      END-IF
                   END-IF
           END-READ.

       ABRIR-PROVISION.
           OPEN OUTPUT PROVISION-FILE.
           MOVE EMPRESA-PEDIDA TO LT-EMPRESA.
           MOVE PERIODO-PEDIDO TO LT-PERIODO.
           MOVE FECHA-SISTEMA TO LT-FECHA.
           WRITE PROVISION-RECORD FROM LINEA-TITULO.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           COMPUTE LTA-TASA = TASA-PATRONAL * 100.
           WRITE PROVISION-RECORD FROM LINEA-TASA.
           PERFORM VERIFICAR-ESCRITURA-PROV.

       VERIFICAR-ESCRITURA-PROV.
           IF PROVISION-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN PROVISION_VACACIONES.TXT, "
                      "ESTADO " PROVISION-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * Input side of the sort: every employee of the company with
      * leave still owed. A negative (overdrawn) balance is owed by
      * the employee, not to them -- it provisions nothing and is
      * counted for the summary.
      ******************************************************************
       VALORAR-EMPLEADOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "NO HAY EMPLEADOS.DAT"
              MOVE "SI " TO FIN-DE-ARCHIVO
           ELSE
              MOVE 0 TO EMP-ID
              START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
                  INVALID KEY
                      MOVE "SI " TO FIN-DE-ARCHIVO
              END-START
           END-IF.
           PERFORM LEER-EMPLEADO UNTIL HAY-FIN-DE-ARCHIVO.
           IF EMPLOYEE-STATUS = "00" OR EMPLOYEE-STATUS = "10"
              CLOSE EMPLOYEE-FILE
           END-IF.

       LEER-EMPLEADO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE EMP-EMPRESA TO EMPRESA-EMPLEADO
                   IF EMPRESA-EMPLEADO = SPACES
                      MOVE "01" TO EMPRESA-EMPLEADO
                   END-IF
                   IF EMPRESA-EMPLEADO = EMPRESA-PEDIDA
                      IF EMP-SALDO-VAC > 0
                         PERFORM VALORAR-EMPLEADO
                      ELSE
                         IF EMP-SALDO-VAC < 0
                            ADD 1 TO SALDOS-NEGATIVOS
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       VALORAR-EMPLEADO.
      * Same daily rate LIQUIDAR-VACACIONES-FINAL pays the leave at.
           IF EMP-PAGO-POR-HORA
              COMPUTE TARIFA-DIA ROUNDED = EMP-SALARIO * 8
           ELSE
              COMPUTE TARIFA-DIA ROUNDED = EMP-SALARIO / 30
           END-IF.
           IF EMP-PAGO-POR-HORA
              COMPUTE IMPORTE-SALARIAL ROUNDED =
                      EMP-SALDO-VAC * EMP-SALARIO * 8
           ELSE
              COMPUTE IMPORTE-SALARIAL ROUNDED =
                      EMP-SALDO-VAC * EMP-SALARIO / 30
           END-IF.
           COMPUTE IMPORTE-CUOTAS ROUNDED =
                   IMPORTE-SALARIAL * TASA-PATRONAL.
           MOVE EMP-DEPTO TO SR-DEPTO.
           MOVE EMP-ID TO SR-EMP-ID.
           MOVE EMP-NOMBRE TO SR-NOMBRE.
           MOVE EMP-SALDO-VAC TO SR-DIAS.
           MOVE TARIFA-DIA TO SR-TARIFA-DIA.
           MOVE IMPORTE-SALARIAL TO SR-SALARIAL.
           MOVE IMPORTE-CUOTAS TO SR-CUOTAS.
           RELEASE ORDENADO-RECORD.

      ******************************************************************
      * Output side: employees within department, a subtotal line per
      * department, the company total at the end.
      ******************************************************************
       ESCRIBIR-DETALLE.
           OPEN INPUT DEPTO-FILE.
           PERFORM LEER-ORDENADO UNTIL HAY-FIN-DE-ORDENADO.
           PERFORM CERRAR-DEPTO.
           IF DEPTO-STATUS = "00"
              CLOSE DEPTO-FILE
           END-IF.

       LEER-ORDENADO.
           RETURN ORDENADO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ORDENADO
               NOT AT END
                   PERFORM ESCRIBIR-EMPLEADO
           END-RETURN.

       ESCRIBIR-EMPLEADO.
           IF HAY-GRUPO-ABIERTO AND SR-DEPTO NOT = DEPTO-ANTERIOR
              PERFORM CERRAR-DEPTO
           END-IF.
           IF NOT HAY-GRUPO-ABIERTO
              PERFORM ABRIR-DEPTO
           END-IF.
           MOVE SR-EMP-ID TO LE-EMP-ID.
           MOVE SR-NOMBRE TO LE-NOMBRE.
           MOVE SR-DIAS TO LE-DIAS.
           MOVE SR-TARIFA-DIA TO LE-TARIFA.
           MOVE SR-SALARIAL TO LE-SALARIAL.
           MOVE SR-CUOTAS TO LE-CUOTAS.
           COMPUTE LE-PROVISION = SR-SALARIAL + SR-CUOTAS.
           WRITE PROVISION-RECORD FROM LINEA-EMPLEADO.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           ADD 1 TO EMPLEADOS-DEPTO.
           ADD SR-DIAS TO DIAS-DEPTO.
           ADD SR-SALARIAL TO SALARIAL-DEPTO.
           ADD SR-CUOTAS TO CUOTAS-DEPTO.

       ABRIR-DEPTO.
           MOVE SR-DEPTO TO DEPTO-ANTERIOR LDP-CODIGO.
           MOVE "(SIN DEPARTAMENTO)" TO LDP-NOMBRE.
           IF SR-DEPTO NOT = SPACES
              MOVE "(FUERA DEL MAESTRO)" TO LDP-NOMBRE
              IF DEPTO-STATUS = "00" OR DEPTO-STATUS = "23"
                 MOVE SR-DEPTO TO DP-CODIGO
                 READ DEPTO-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE DP-NOMBRE TO LDP-NOMBRE
                 END-READ
              END-IF
           END-IF.
           MOVE SPACES TO PROVISION-RECORD.
           WRITE PROVISION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           WRITE PROVISION-RECORD FROM LINEA-DEPTO.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           WRITE PROVISION-RECORD FROM LINEA-CABECERA.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           MOVE 0 TO EMPLEADOS-DEPTO DIAS-DEPTO SALARIAL-DEPTO
                     CUOTAS-DEPTO.
           MOVE "SI " TO GRUPO-ABIERTO.

       CERRAR-DEPTO.
           IF HAY-GRUPO-ABIERTO
              MOVE "TOTAL DEPARTAMENTO" TO LS-ETIQUETA
              MOVE EMPLEADOS-DEPTO TO LS-EMPLEADOS
              MOVE DIAS-DEPTO TO LS-DIAS
              MOVE SALARIAL-DEPTO TO LS-SALARIAL
              MOVE CUOTAS-DEPTO TO LS-CUOTAS
              COMPUTE LS-PROVISION = SALARIAL-DEPTO + CUOTAS-DEPTO
              WRITE PROVISION-RECORD FROM LINEA-SUBTOTAL
              PERFORM VERIFICAR-ESCRITURA-PROV
              ADD EMPLEADOS-DEPTO TO EMPLEADOS-TOTAL
              ADD DIAS-DEPTO TO DIAS-TOTAL
              ADD SALARIAL-DEPTO TO SALARIAL-TOTAL
              ADD CUOTAS-DEPTO TO CUOTAS-TOTAL
              MOVE "NO " TO GRUPO-ABIERTO
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO PROVISION-RECORD.
           WRITE PROVISION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           MOVE "TOTAL EMPRESA" TO LS-ETIQUETA.
           MOVE EMPLEADOS-TOTAL TO LS-EMPLEADOS.
           MOVE DIAS-TOTAL TO LS-DIAS.
           MOVE SALARIAL-TOTAL TO LS-SALARIAL.
           MOVE CUOTAS-TOTAL TO LS-CUOTAS.
           MOVE PROVISION-NUEVA TO LS-PROVISION.
           WRITE PROVISION-RECORD FROM LINEA-SUBTOTAL.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           MOVE SPACES TO PROVISION-RECORD.
           WRITE PROVISION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           MOVE SPACES TO LI-ETIQUETA.
           STRING "PROVISION ANTERIOR (CUENTA " DELIMITED BY SIZE
                  CTA-VAC-PROV DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO LI-ETIQUETA.
           MOVE PROVISION-ANTERIOR TO LI-IMPORTE.
           WRITE PROVISION-RECORD FROM LINEA-IMPORTE.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           MOVE "PROVISION A FIN DE MES" TO LI-ETIQUETA.
           MOVE PROVISION-NUEVA TO LI-IMPORTE.
           WRITE PROVISION-RECORD FROM LINEA-IMPORTE.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           MOVE "VARIACION A CONTABILIZAR" TO LI-ETIQUETA.
           MOVE VARIACION TO LI-IMPORTE.
           WRITE PROVISION-RECORD FROM LINEA-IMPORTE.
           PERFORM VERIFICAR-ESCRITURA-PROV.
           IF LINEAS-PREVIAS = 0
              MOVE "SIN PROVISION ANTERIOR EN EL DIARIO, SE DOTA ENTERA"
                   TO PROVISION-RECORD
              WRITE PROVISION-RECORD
              PERFORM VERIFICAR-ESCRITURA-PROV
           END-IF.
           IF SALDOS-NEGATIVOS > 0
              MOVE SPACES TO PROVISION-RECORD
              STRING "AVISO: " SALDOS-NEGATIVOS " EMPLEADOS CON SALDO "
                     "DE VACACIONES NEGATIVO, NO PROVISIONAN"
                  DELIMITED BY SIZE INTO PROVISION-RECORD
              WRITE PROVISION-RECORD
              PERFORM VERIFICAR-ESCRITURA-PROV
           END-IF.

       CONTABILIZAR-VARIACION.
      * A rise is expense against provision; a fall (leave taken or
      * paid out in the month) releases the difference back.
           OPEN EXTEND DIARIO-FILE.
           IF DIARIO-STATUS = "35"
              OPEN OUTPUT DIARIO-FILE
              CLOSE DIARIO-FILE
              OPEN EXTEND DIARIO-FILE
           END-IF.
           MOVE PERIODO-PEDIDO TO LD-PERIODO.
           MOVE EMPRESA-PEDIDA TO LD-EMPRESA.
           MOVE SPACES TO LD-REFERENCIA.
           STRING "VAC-" FECHA-SISTEMA DELIMITED BY SIZE
               INTO LD-REFERENCIA.
           IF VARIACION > 0
              MOVE VARIACION TO LD-IMPORTE
              MOVE CTA-VAC-GASTO TO LD-CUENTA
              MOVE "D" TO LD-TIPO
              PERFORM ESCRIBIR-LINEA-DIARIO
              MOVE CTA-VAC-PROV TO LD-CUENTA
              MOVE "H" TO LD-TIPO
              PERFORM ESCRIBIR-LINEA-DIARIO
           ELSE
              COMPUTE LD-IMPORTE = 0 - VARIACION
              MOVE CTA-VAC-PROV TO LD-CUENTA
              MOVE "D" TO LD-TIPO
              PERFORM ESCRIBIR-LINEA-DIARIO
              MOVE CTA-VAC-GASTO TO LD-CUENTA
              MOVE "H" TO LD-TIPO
              PERFORM ESCRIBIR-LINEA-DIARIO
           END-IF.
           CLOSE DIARIO-FILE.
           DISPLAY "DIARIO CONTABLE: ASIENTO " LD-REFERENCIA
                   " POR " LD-IMPORTE.

       ESCRIBIR-LINEA-DIARIO.
           WRITE DIARIO-RECORD FROM LINEA-DIARIO.
           IF DIARIO-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN DIARIO_CONTABLE.DAT, ESTADO "
                      DIARIO-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM PROVVAC.
