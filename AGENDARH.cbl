      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: HR events tickler -- looks the next N days ahead for
      *          one company and lists, grouped by department (names
      *          off DEPARTAMENTOS.DAT) and in date order, every event
      *          someone has to act on before the pay run meets it:
      *          hire-date anniversaries that will take a seniority
      *          step off BANDAS_SALARIALES.DAT (and those that will
      *          not, the salary already sitting at the band maximum),
      *          loans in PRESTAMOS.DAT whose last installment falls
      *          in the window, queued CAMBIOS_PENDIENTES.DAT amendments
      *          effective in it, leavers whose final pay period is
      *          coming up, and leave balances that will pass the
      *          year-end carry-over limit if nobody takes the days.
      *          Written to AGENDA_RRHH.TXT; events already overdue
      *          (an amendment or a final pay the runs have not met)
      *          are marked and end with return code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDARH.
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
           SELECT OPTIONAL BANDAS-FILE
               ASSIGN TO "BANDAS_SALARIALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANDAS-STATUS.
           SELECT OPTIONAL PRESTAMOS-FILE
               ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESTAMOS-STATUS.
           SELECT OPTIONAL CAMPEND-FILE
               ASSIGN TO "CAMBIOS_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPEND-STATUS.
           SELECT AGENDA-FILE ASSIGN TO "AGENDA_RRHH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENDA-STATUS.
           SELECT ORDENADO-FILE ASSIGN TO "AGENDARH.SRT".

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTO-FILE.
           COPY DEPREC.

       FD  BANDAS-FILE.
       01  BANDA-RECORD.
           05 BS-GRADO   PIC X(2).
           05 BS-MINIMO  PIC 9(5)V9(2).
           05 BS-MAXIMO  PIC 9(5)V9(2).
           05 BS-ESCALON PIC 9(4)V9(2).

       FD  PRESTAMOS-FILE.
       01  PRESTAMO-RECORD.
           05 PR-EMP-ID         PIC 9(5).
           05 PR-PRINCIPAL      PIC 9(8)V9(2).
           05 PR-CUOTA          PIC 9(6)V9(2).
           05 PR-SALDO          PIC 9(8)V9(2).
           05 PR-PERIODO-INICIO PIC 9(6).
           05 PR-ESTADO         PIC X(1).

       FD  CAMPEND-FILE.
       01  CAMPEND-RECORD.
           05 CP-EMP-ID         PIC 9(5).
           05 CP-SUELDO         PIC 9(5)V9(2).
           05 CP-GRADO          PIC X(2).
           05 CP-FECHA-EFECTIVA PIC 9(8).
           05 CP-ESTADO         PIC X(1).

       FD  AGENDA-FILE.
       01  AGENDA-RECORD PIC X(132).

       SD  ORDENADO-FILE.
      * One event per record; the keys put each department's events
      * together, in date order, employee by employee.
       01  ORDENADO-RECORD.
           05 SR-DEPTO   PIC X(4).
           05 SR-FECHA   PIC 9(8).
           05 SR-EMP-ID  PIC 9(5).
           05 SR-TIPO    PIC X(12).
           05 SR-NOMBRE  PIC X(30).
           05 SR-DETALLE PIC X(60).
           05 SR-ATRASO  PIC X(1).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-STATUS PIC X(2).
       01 DEPTO-STATUS PIC X(2).
       01 BANDAS-STATUS PIC X(2).
       01 PRESTAMOS-STATUS PIC X(2).
       01 CAMPEND-STATUS PIC X(2).
       01 AGENDA-STATUS PIC X(2).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 EMPRESA-EMPLEADO PIC X(2).
       01 DIAS-AVISO PIC 9(3).
      * Days of leave that may be carried into the new year -- there
      * is no such figure on the parameter file, so it is keyed.
       01 LIMITE-ARRASTRE PIC 9(3)V9(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FIN-DE-ORDENADO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ORDENADO VALUE "SI ".
       01 TABLA-LLENA PIC X(3) VALUE "NO ".
           88 HAY-TABLA-LLENA VALUE "SI ".
      * Today and the end of the window, as dates and as day numbers
      * (days since 0001-01-01) so the window test is a subtraction.
       01 FECHA-HOY PIC 9(8).
       01 FECHA-HOY-R REDEFINES FECHA-HOY.
           05 FH-ANIO PIC 9(4).
           05 FH-MES  PIC 9(2).
           05 FH-DIA  PIC 9(2).
       01 PERIODO-HOY PIC 9(6).
       01 FECHA-LIMITE PIC 9(8).
       01 DIA-HOY PIC 9(7).
       01 DIA-LIMITE PIC 9(7).
       01 FECHA-CALC PIC 9(8).
       01 FECHA-CALC-R REDEFINES FECHA-CALC.
           05 FC-ANIO PIC 9(4).
           05 FC-MES  PIC 9(2).
           05 FC-DIA  PIC 9(2).
       01 DIAS-CALC PIC 9(7).
       01 ANIO-ANTERIOR PIC 9(4).
       01 CUARTOS PIC 9(4).
       01 CENTENAS PIC 9(4).
       01 CUATRO-CENTENAS PIC 9(4).
       01 RESTO-BISIESTO PIC 9(3).
       01 BISIESTO-SW PIC X(3) VALUE "NO ".
           88 ES-BISIESTO VALUE "SI ".
       01 ULTIMO-DIA-MES PIC 9(2).
       01 TABLA-DIAS-MES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           05 DIAS-DEL-MES PIC 9(2) OCCURS 12 TIMES.
       01 TABLA-ACUMULADOS.
           05 FILLER PIC X(36)
                  VALUE "000031059090120151181212243273304334".
       01 ACUMULADOS-R REDEFINES TABLA-ACUMULADOS.
           05 DIAS-ANTES-DE-MES PIC 9(3) OCCURS 12 TIMES.
       01 DIA-INICIO-MES PIC 9(7).
       01 MES-PRIMERA-CUOTA PIC 9(6).
      * Running month number (year * 12 + month - 1), as ROTACION
      * carries it, for the loan installment arithmetic.
       01 PERIODO-CALC PIC 9(6).
       01 MES-CALC PIC 9(6).
       01 ANIO-CALC PIC 9(4).
       01 RESTO-CALC PIC 9(2).
       01 TOTAL-BANDAS PIC 9(2) VALUE 0.
       01 TABLA-BANDAS.
           05 BANDA-SALARIAL OCCURS 10 TIMES.
              10 TB-GRADO   PIC X(2).
              10 TB-MAXIMO  PIC 9(5)V9(2).
              10 TB-ESCALON PIC 9(4)V9(2).
       01 SUB-BANDA PIC 9(2).
       01 IDX-BANDA PIC 9(2).
      * The company's employees as the master holds them, for the
      * loan and amendment files that carry only the id.
       01 TOTAL-EMPLEADOS PIC 9(4) VALUE 0.
       01 TABLA-EMPLEADOS.
           05 EMP-AGENDA OCCURS 1000 TIMES.
              10 TE-EMP-ID      PIC 9(5).
              10 TE-DEPTO       PIC X(4).
              10 TE-NOMBRE      PIC X(30).
              10 TE-ULT-PERIODO PIC 9(6).
       01 SUB-EMP PIC 9(4).
       01 IDX-EMP PIC 9(4).
       01 ULT-PERIODO PIC 9(6).
       01 BAJA-PERIODO PIC 9(6).
       01 ANIOS-SERVICIO PIC 9(2).
       01 SALARIO-ESCALON PIC 9(5)V9(2).
       01 CUOTAS-PENDIENTES PIC 9(5).
       01 RESTO-CUOTA PIC 9(6)V9(2).
       01 ULTIMA-CUOTA PIC 9(8)V9(2).
       01 MESES-POR-DEVENGAR PIC 9(2).
       01 SALDO-PREVISTO PIC S9(3)V9(2).
       01 EVENTO-SW PIC X(3) VALUE "NO ".
           88 HAY-EVENTO VALUE "SI ".
       01 PUNTERO-DETALLE PIC 9(3).
      * Edited figures for the detail text.
       01 IMPORTE-EDIT PIC Z(7)9.99.
       01 IMPORTE-EDIT-2 PIC Z(7)9.99.
       01 DIAS-EDIT PIC -(3)9.99.
       01 DIAS-EDIT-2 PIC Z(3)9.99.
       01 PERIODO-EDIT PIC 9(6).
       01 CONTADOR-EDIT PIC Z(4)9.
      * Counts by kind of event for the closing lines.
       01 TOTAL-EVENTOS PIC 9(5) VALUE 0.
       01 TOTAL-ATRASADOS PIC 9(5) VALUE 0.
       01 EVENTOS-ESCALON PIC 9(5) VALUE 0.
       01 EVENTOS-TOPE PIC 9(5) VALUE 0.
       01 EVENTOS-PRESTAMO PIC 9(5) VALUE 0.
       01 EVENTOS-CAMBIO PIC 9(5) VALUE 0.
       01 EVENTOS-BAJA PIC 9(5) VALUE 0.
       01 EVENTOS-VACACION PIC 9(5) VALUE 0.
       01 EVENTOS-DEPTO PIC 9(5) VALUE 0.
       01 DEPTO-ANTERIOR PIC X(4).
       01 GRUPO-ABIERTO PIC X(3) VALUE "NO ".
           88 HAY-GRUPO-ABIERTO VALUE "SI ".
       01 LINEA-DEPTO.
           05 FILLER      PIC X(13) VALUE "DEPARTAMENTO ".
           05 LD-CODIGO   PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-NOMBRE   PIC X(30).
       01 LINEA-CABECERA.
           05 FILLER PIC X(11) VALUE "  FECHA".
           05 FILLER PIC X(7)  VALUE "ID".
           05 FILLER PIC X(32) VALUE "NOMBRE".
           05 FILLER PIC X(14) VALUE "EVENTO".
           05 FILLER PIC X(7)  VALUE "DETALLE".
       01 LINEA-EVENTO.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LE-FECHA      PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LE-EMP-ID     PIC 9(5).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LE-NOMBRE     PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LE-TIPO       PIC X(12).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LE-DETALLE    PIC X(60).
           05 LE-ATRASO     PIC X(8).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
           MOVE SPACES TO EMPRESA-PEDIDA.
           ACCEPT EMPRESA-PEDIDA.
           IF EMPRESA-PEDIDA = SPACES
              MOVE "01" TO EMPRESA-PEDIDA
           END-IF.
           DISPLAY "DIAS A MIRAR POR DELANTE (ENTER = 30)".
           MOVE 0 TO DIAS-AVISO.
           ACCEPT DIAS-AVISO.
           IF DIAS-AVISO = 0
              MOVE 30 TO DIAS-AVISO
           END-IF.
           DISPLAY "DIAS DE VACACIONES QUE PASAN AL ANIO SIGUIENTE "
                   "(ENTER = 5)".
           MOVE 0 TO LIMITE-ARRASTRE.
           ACCEPT LIMITE-ARRASTRE.
           IF LIMITE-ARRASTRE = 0
              MOVE 5 TO LIMITE-ARRASTRE
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE PERIODO-HOY = FH-ANIO * 100 + FH-MES.
           MOVE FECHA-HOY TO FECHA-CALC.
           PERFORM FECHA-A-DIAS.
           MOVE DIAS-CALC TO DIA-HOY.
           COMPUTE DIA-LIMITE = DIA-HOY + DIAS-AVISO.
           PERFORM AVANZAR-UN-DIA DIAS-AVISO TIMES.
           MOVE FECHA-CALC TO FECHA-LIMITE.
           PERFORM CARGAR-BANDAS.
           PERFORM ABRIR-AGENDA.
           SORT ORDENADO-FILE
               ON ASCENDING KEY SR-DEPTO SR-FECHA SR-EMP-ID
               INPUT PROCEDURE IS BUSCAR-EVENTOS
               OUTPUT PROCEDURE IS ESCRIBIR-AGENDA.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE AGENDA-FILE.
           IF TOTAL-ATRASADOS > 0 OR HAY-TABLA-LLENA
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY TOTAL-EVENTOS " EVENTOS ESCRITOS EN AGENDA_RRHH.TXT".
           STOP RUN.

      * Day number of FECHA-CALC: whole years before it, the leap
      * days they held, the months before it this year and the day.
       FECHA-A-DIAS.
           COMPUTE ANIO-ANTERIOR = FC-ANIO - 1.
           DIVIDE ANIO-ANTERIOR BY 4 GIVING CUARTOS.
           DIVIDE ANIO-ANTERIOR BY 100 GIVING CENTENAS.
           DIVIDE ANIO-ANTERIOR BY 400 GIVING CUATRO-CENTENAS.
           COMPUTE DIAS-CALC = ANIO-ANTERIOR * 365 + CUARTOS
                   - CENTENAS + CUATRO-CENTENAS
                   + DIAS-ANTES-DE-MES (FC-MES) + FC-DIA.
           PERFORM COMPROBAR-BISIESTO.
           IF ES-BISIESTO AND FC-MES > 2
              ADD 1 TO DIAS-CALC
           END-IF.

       COMPROBAR-BISIESTO.
           MOVE "NO " TO BISIESTO-SW.
           DIVIDE FC-ANIO BY 4 GIVING CUARTOS REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = 0
              MOVE "SI " TO BISIESTO-SW
              DIVIDE FC-ANIO BY 100 GIVING CENTENAS
                     REMAINDER RESTO-BISIESTO
              IF RESTO-BISIESTO = 0
                 MOVE "NO " TO BISIESTO-SW
                 DIVIDE FC-ANIO BY 400 GIVING CUATRO-CENTENAS
                        REMAINDER RESTO-BISIESTO
                 IF RESTO-BISIESTO = 0
                    MOVE "SI " TO BISIESTO-SW
                 END-IF
              END-IF
           END-IF.

       CALCULAR-ULTIMO-DIA.
           PERFORM COMPROBAR-BISIESTO.
           MOVE DIAS-DEL-MES (FC-MES) TO ULTIMO-DIA-MES.
           IF FC-MES = 2 AND ES-BISIESTO
              MOVE 29 TO ULTIMO-DIA-MES
           END-IF.

       AVANZAR-UN-DIA.
           PERFORM CALCULAR-ULTIMO-DIA.
           IF FC-DIA < ULTIMO-DIA-MES
              ADD 1 TO FC-DIA
           ELSE
              MOVE 1 TO FC-DIA
              IF FC-MES < 12
                 ADD 1 TO FC-MES
              ELSE
                 MOVE 1 TO FC-MES
                 ADD 1 TO FC-ANIO
              END-IF
           END-IF.

       PERIODO-A-MES.
           DIVIDE PERIODO-CALC BY 100 GIVING ANIO-CALC
                  REMAINDER RESTO-CALC.
           COMPUTE MES-CALC = ANIO-CALC * 12 + RESTO-CALC - 1.

       MES-A-PERIODO.
           DIVIDE MES-CALC BY 12 GIVING ANIO-CALC
                  REMAINDER RESTO-CALC.
           COMPUTE PERIODO-CALC = ANIO-CALC * 100 + RESTO-CALC + 1.

       CARGAR-BANDAS.
      * Same optional file and the same ten-band table the pay run
      * steps salaries against.
           OPEN INPUT BANDAS-FILE.
           IF BANDAS-STATUS = "00"
              PERFORM UNTIL BANDAS-STATUS = "10"
                 READ BANDAS-FILE
                     AT END
                         MOVE "10" TO BANDAS-STATUS
                     NOT AT END
                         IF TOTAL-BANDAS < 10
                            ADD 1 TO TOTAL-BANDAS
                            MOVE BS-GRADO TO TB-GRADO (TOTAL-BANDAS)
                            MOVE BS-MAXIMO TO TB-MAXIMO (TOTAL-BANDAS)
                            MOVE BS-ESCALON TO
                                 TB-ESCALON (TOTAL-BANDAS)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE BANDAS-FILE
           END-IF.

       BUSCAR-BANDA-GRADO.
           MOVE 0 TO IDX-BANDA.
           PERFORM VARYING SUB-BANDA FROM 1 BY 1
                   UNTIL SUB-BANDA > TOTAL-BANDAS
              IF TB-GRADO (SUB-BANDA) = EMP-GRADO
                 MOVE SUB-BANDA TO IDX-BANDA
                 MOVE TOTAL-BANDAS TO SUB-BANDA
              END-IF
           END-PERFORM.

       ABRIR-AGENDA.
           OPEN OUTPUT AGENDA-FILE.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "AGENDA DE RECURSOS HUMANOS -- EMPRESA "
                  EMPRESA-PEDIDA ", DEL " FECHA-HOY " AL "
                  FECHA-LIMITE
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           WRITE AGENDA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-AGENDA.
           MOVE LIMITE-ARRASTRE TO DIAS-EDIT-2.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "ARRASTRE DE VACACIONES AL ANIO SIGUIENTE: "
                  DIAS-EDIT-2 " DIAS"
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           WRITE AGENDA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-AGENDA.

       VERIFICAR-ESCRITURA-AGENDA.
           IF AGENDA-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN AGENDA_RRHH.TXT, ESTADO "
                      AGENDA-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * Input side of the sort: the master first (anniversaries,
      * leavers, leave balances, and the id table), then the loan and
      * amendment files against that table.
      ******************************************************************
       BUSCAR-EVENTOS.
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
           OPEN INPUT PRESTAMOS-FILE.
           IF PRESTAMOS-STATUS = "00"
              PERFORM UNTIL PRESTAMOS-STATUS = "10"
                 READ PRESTAMOS-FILE
                     AT END
                         MOVE "10" TO PRESTAMOS-STATUS
                     NOT AT END
                         PERFORM REVISAR-PRESTAMO
                 END-READ
              END-PERFORM
              CLOSE PRESTAMOS-FILE
           END-IF.
           OPEN INPUT CAMPEND-FILE.
           IF CAMPEND-STATUS = "00"
              PERFORM UNTIL CAMPEND-STATUS = "10"
                 READ CAMPEND-FILE
                     AT END
                         MOVE "10" TO CAMPEND-STATUS
                     NOT AT END
                         PERFORM REVISAR-CAMBIO-PENDIENTE
                 END-READ
              END-PERFORM
              CLOSE CAMPEND-FILE
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
                      PERFORM REVISAR-EMPLEADO
                   END-IF
           END-READ.

       REVISAR-EMPLEADO.
           COMPUTE ULT-PERIODO = EMP-ULT-ANIO * 100 + EMP-ULT-MES.
           IF TOTAL-EMPLEADOS < 1000
              ADD 1 TO TOTAL-EMPLEADOS
              MOVE EMP-ID TO TE-EMP-ID (TOTAL-EMPLEADOS)
              MOVE EMP-DEPTO TO TE-DEPTO (TOTAL-EMPLEADOS)
              MOVE EMP-NOMBRE TO TE-NOMBRE (TOTAL-EMPLEADOS)
              MOVE ULT-PERIODO TO TE-ULT-PERIODO (TOTAL-EMPLEADOS)
           ELSE
              IF NOT HAY-TABLA-LLENA
                 DISPLAY "AVISO: LIMITE DE 1000 EMPLEADOS ALCANZADO, "
                         "SUS PRESTAMOS Y CAMBIOS NO SE MIRAN"
                 SET HAY-TABLA-LLENA TO TRUE
              END-IF
           END-IF.
           MOVE EMP-DEPTO TO SR-DEPTO.
           MOVE EMP-ID TO SR-EMP-ID.
           MOVE EMP-NOMBRE TO SR-NOMBRE.
           IF EMP-TERMINADO
              PERFORM REVISAR-BAJA
           ELSE
              IF NOT EMP-SUSPENDIDO
                 PERFORM REVISAR-ANIVERSARIO
              END-IF
              PERFORM REVISAR-VACACIONES
           END-IF.

       REVISAR-ANIVERSARIO.
      * The step the pay run will take on the first pay of the
      * anniversary month -- hourly staff and records without a hire
      * date never step, so they have no event here either.
           MOVE "NO " TO EVENTO-SW.
           IF EMP-FECHA-ALTA NOT = 0 AND NOT EMP-PAGO-POR-HORA
              AND TOTAL-BANDAS > 0
              MOVE FH-ANIO TO FC-ANIO
              MOVE EMP-ALTA-MES TO FC-MES
              MOVE EMP-ALTA-DIA TO FC-DIA
              PERFORM FECHA-A-DIAS
              IF DIAS-CALC < DIA-HOY
                 ADD 1 TO FC-ANIO
                 PERFORM FECHA-A-DIAS
              END-IF
              IF DIAS-CALC NOT > DIA-LIMITE
                 AND FC-ANIO > EMP-ALTA-ANIO
                 PERFORM BUSCAR-BANDA-GRADO
                 IF IDX-BANDA > 0
                    IF TB-ESCALON (IDX-BANDA) > 0
                       MOVE "SI " TO EVENTO-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF HAY-EVENTO
              PERFORM ANOTAR-ANIVERSARIO
           END-IF.

       ANOTAR-ANIVERSARIO.
           COMPUTE ANIOS-SERVICIO = FC-ANIO - EMP-ALTA-ANIO.
           MOVE FECHA-CALC TO SR-FECHA.
           MOVE SPACE TO SR-ATRASO.
           MOVE SPACES TO SR-DETALLE.
           IF EMP-SALARIO < TB-MAXIMO (IDX-BANDA)
              COMPUTE SALARIO-ESCALON =
                      EMP-SALARIO + TB-ESCALON (IDX-BANDA)
              IF SALARIO-ESCALON > TB-MAXIMO (IDX-BANDA)
                 MOVE TB-MAXIMO (IDX-BANDA) TO SALARIO-ESCALON
              END-IF
              MOVE EMP-SALARIO TO IMPORTE-EDIT
              MOVE SALARIO-ESCALON TO IMPORTE-EDIT-2
              MOVE "ESCALON" TO SR-TIPO
              STRING ANIOS-SERVICIO " ANIOS, SUELDO " IMPORTE-EDIT
                     " -> " IMPORTE-EDIT-2
                  DELIMITED BY SIZE INTO SR-DETALLE
              ADD 1 TO EVENTOS-ESCALON
           ELSE
              MOVE TB-MAXIMO (IDX-BANDA) TO IMPORTE-EDIT
              MOVE "TOPE BANDA" TO SR-TIPO
              STRING ANIOS-SERVICIO " ANIOS, SIN ESCALON: GRADO "
                     EMP-GRADO " YA EN EL MAXIMO " IMPORTE-EDIT
                  DELIMITED BY SIZE INTO SR-DETALLE
              ADD 1 TO EVENTOS-TOPE
           END-IF.
           PERFORM SOLTAR-EVENTO.

       REVISAR-BAJA.
      * A leaver is owed one last prorated pay in the period of the
      * leave date; once a run has paid that period there is nothing
      * left to do. A leave date already past and still unpaid is
      * overdue.
           MOVE "NO " TO EVENTO-SW.
           COMPUTE BAJA-PERIODO = EMP-BAJA-ANIO * 100 + EMP-BAJA-MES.
           IF EMP-FECHA-BAJA NOT = 0
              AND ULT-PERIODO < BAJA-PERIODO
              MOVE EMP-FECHA-BAJA TO FECHA-CALC
              PERFORM FECHA-A-DIAS
              IF DIAS-CALC NOT > DIA-LIMITE
                 MOVE "SI " TO EVENTO-SW
              END-IF
           END-IF.
           IF HAY-EVENTO
              PERFORM ANOTAR-BAJA
           END-IF.

       ANOTAR-BAJA.
           MOVE EMP-FECHA-BAJA TO SR-FECHA.
           MOVE "BAJA" TO SR-TIPO.
           MOVE BAJA-PERIODO TO PERIODO-EDIT.
           MOVE SPACES TO SR-DETALLE.
           STRING "ULTIMO PAGO (FINIQUITO) EN EL PERIODO "
                  PERIODO-EDIT
               DELIMITED BY SIZE INTO SR-DETALLE.
           MOVE SPACE TO SR-ATRASO.
           IF BAJA-PERIODO < PERIODO-HOY
              MOVE "S" TO SR-ATRASO
           END-IF.
           ADD 1 TO EVENTOS-BAJA.
           PERFORM SOLTAR-EVENTO.

       REVISAR-VACACIONES.
      * The balance at the year end if no leave is taken: today's
      * balance plus the twelfths still to accrue, one per month not
      * yet paid. Listed on 31 December whatever the window, since
      * the days can only be planned before then.
           COMPUTE MESES-POR-DEVENGAR = 12 - FH-MES.
           IF ULT-PERIODO < PERIODO-HOY
              ADD 1 TO MESES-POR-DEVENGAR
           END-IF.
           COMPUTE SALDO-PREVISTO ROUNDED = EMP-SALDO-VAC
                   + EMP-DIAS-VAC * MESES-POR-DEVENGAR / 12.
           IF SALDO-PREVISTO > LIMITE-ARRASTRE
              PERFORM ANOTAR-VACACIONES
           END-IF.

       ANOTAR-VACACIONES.
           COMPUTE SR-FECHA = FH-ANIO * 10000 + 1231.
           MOVE "VACACIONES" TO SR-TIPO.
           MOVE EMP-SALDO-VAC TO DIAS-EDIT.
           MOVE SALDO-PREVISTO TO DIAS-EDIT-2.
           MOVE SPACES TO SR-DETALLE.
           STRING "SALDO " DIAS-EDIT " DIAS, AL CIERRE DEL ANIO "
                  DIAS-EDIT-2
               DELIMITED BY SIZE INTO SR-DETALLE.
           MOVE SPACE TO SR-ATRASO.
           ADD 1 TO EVENTOS-VACACION.
           PERFORM SOLTAR-EVENTO.

       BUSCAR-EMPLEADO.
           MOVE 0 TO IDX-EMP.
           PERFORM VARYING SUB-EMP FROM 1 BY 1
                   UNTIL SUB-EMP > TOTAL-EMPLEADOS
              IF TE-EMP-ID (SUB-EMP) = EMP-ID
                 MOVE SUB-EMP TO IDX-EMP
                 MOVE TOTAL-EMPLEADOS TO SUB-EMP
              END-IF
           END-PERFORM.
           IF IDX-EMP > 0
              MOVE TE-DEPTO (IDX-EMP) TO SR-DEPTO
              MOVE TE-EMP-ID (IDX-EMP) TO SR-EMP-ID
              MOVE TE-NOMBRE (IDX-EMP) TO SR-NOMBRE
           END-IF.

       REVISAR-PRESTAMO.
      * The run takes one installment per paid period from the loan's
      * start on; the first one still to come is this period's if it
      * has not been paid yet, next period's otherwise. The last one
      * is listed when its period overlaps the window.
           IF PR-ESTADO = "A" AND PR-SALDO > 0 AND PR-CUOTA > 0
              MOVE PR-EMP-ID TO EMP-ID
              PERFORM BUSCAR-EMPLEADO
              IF IDX-EMP > 0
                 PERFORM CALCULAR-ULTIMA-CUOTA
              END-IF
           END-IF.

       CALCULAR-ULTIMA-CUOTA.
           DIVIDE PR-SALDO BY PR-CUOTA GIVING CUOTAS-PENDIENTES
                  REMAINDER RESTO-CUOTA.
           IF RESTO-CUOTA > 0
              ADD 1 TO CUOTAS-PENDIENTES
           END-IF.
           COMPUTE ULTIMA-CUOTA =
                   PR-SALDO - PR-CUOTA * (CUOTAS-PENDIENTES - 1).
           MOVE PERIODO-HOY TO PERIODO-CALC.
           PERFORM PERIODO-A-MES.
           IF TE-ULT-PERIODO (IDX-EMP) NOT < PERIODO-HOY
              ADD 1 TO MES-CALC
           END-IF.
           MOVE MES-CALC TO MES-PRIMERA-CUOTA.
           IF PR-PERIODO-INICIO > PERIODO-HOY
              MOVE PR-PERIODO-INICIO TO PERIODO-CALC
              PERFORM PERIODO-A-MES
              IF MES-CALC > MES-PRIMERA-CUOTA
                 MOVE MES-CALC TO MES-PRIMERA-CUOTA
              END-IF
           END-IF.
           COMPUTE MES-CALC =
                   MES-PRIMERA-CUOTA + CUOTAS-PENDIENTES - 1.
           PERFORM MES-A-PERIODO.
           COMPUTE FECHA-CALC = PERIODO-CALC * 100 + 1.
           PERFORM FECHA-A-DIAS.
           MOVE DIAS-CALC TO DIA-INICIO-MES.
           PERFORM CALCULAR-ULTIMO-DIA.
           MOVE ULTIMO-DIA-MES TO FC-DIA.
           PERFORM FECHA-A-DIAS.
           IF DIA-INICIO-MES NOT > DIA-LIMITE
              AND DIAS-CALC NOT < DIA-HOY
              PERFORM ANOTAR-PRESTAMO
           END-IF.

       ANOTAR-PRESTAMO.
           MOVE FECHA-CALC TO SR-FECHA.
           MOVE "PRESTAMO" TO SR-TIPO.
           MOVE ULTIMA-CUOTA TO IMPORTE-EDIT.
           MOVE PR-PRINCIPAL TO IMPORTE-EDIT-2.
           MOVE PERIODO-CALC TO PERIODO-EDIT.
           MOVE SPACES TO SR-DETALLE.
           STRING "ULTIMA CUOTA " IMPORTE-EDIT " EN " PERIODO-EDIT
                  ", PRINCIPAL " IMPORTE-EDIT-2
               DELIMITED BY SIZE INTO SR-DETALLE.
           MOVE SPACE TO SR-ATRASO.
           ADD 1 TO EVENTOS-PRESTAMO.
           PERFORM SOLTAR-EVENTO.

       REVISAR-CAMBIO-PENDIENTE.
      * Ready ("A") and still-unapproved ("P") amendments; rejected
      * ones stay on file for the audit trail only. One effective
      * before today is overdue -- the run of its period has not
      * taken it yet, or it is still waiting for a supervisor.
           MOVE "NO " TO EVENTO-SW.
           IF CP-ESTADO = "A" OR CP-ESTADO = "P"
              MOVE CP-EMP-ID TO EMP-ID
              PERFORM BUSCAR-EMPLEADO
              IF IDX-EMP > 0
                 MOVE CP-FECHA-EFECTIVA TO FECHA-CALC
                 PERFORM FECHA-A-DIAS
                 IF DIAS-CALC NOT > DIA-LIMITE
                    MOVE "SI " TO EVENTO-SW
                 END-IF
              END-IF
           END-IF.
           IF HAY-EVENTO
              PERFORM ANOTAR-CAMBIO-PENDIENTE
           END-IF.

       ANOTAR-CAMBIO-PENDIENTE.
           MOVE CP-FECHA-EFECTIVA TO SR-FECHA.
           MOVE "CAMBIO" TO SR-TIPO.
           MOVE SPACES TO SR-DETALLE.
           MOVE 1 TO PUNTERO-DETALLE.
           IF CP-SUELDO > 0
              MOVE CP-SUELDO TO IMPORTE-EDIT
              STRING "SUELDO " IMPORTE-EDIT " "
                  DELIMITED BY SIZE INTO SR-DETALLE
                  WITH POINTER PUNTERO-DETALLE
           END-IF.
           IF CP-GRADO NOT = SPACES
              STRING "GRADO " CP-GRADO " "
                  DELIMITED BY SIZE INTO SR-DETALLE
                  WITH POINTER PUNTERO-DETALLE
           END-IF.
           IF CP-ESTADO = "P"
              STRING "(PENDIENTE DE APROBACION)"
                  DELIMITED BY SIZE INTO SR-DETALLE
                  WITH POINTER PUNTERO-DETALLE
           END-IF.
           MOVE SPACE TO SR-ATRASO.
           IF DIAS-CALC < DIA-HOY
              MOVE "S" TO SR-ATRASO
           END-IF.
           ADD 1 TO EVENTOS-CAMBIO.
           PERFORM SOLTAR-EVENTO.

       SOLTAR-EVENTO.
           RELEASE ORDENADO-RECORD.
           ADD 1 TO TOTAL-EVENTOS.
           IF SR-ATRASO = "S"
              ADD 1 TO TOTAL-ATRASADOS
           END-IF.

      ******************************************************************
      * Output side: one block per department, events in date order.
      ******************************************************************
       ESCRIBIR-AGENDA.
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
                   PERFORM ESCRIBIR-EVENTO
           END-RETURN.

       ESCRIBIR-EVENTO.
           IF HAY-GRUPO-ABIERTO AND SR-DEPTO NOT = DEPTO-ANTERIOR
              PERFORM CERRAR-DEPTO
           END-IF.
           IF NOT HAY-GRUPO-ABIERTO
              PERFORM ABRIR-DEPTO
           END-IF.
           MOVE SR-FECHA TO LE-FECHA.
           MOVE SR-EMP-ID TO LE-EMP-ID.
           MOVE SR-NOMBRE TO LE-NOMBRE.
           MOVE SR-TIPO TO LE-TIPO.
           MOVE SR-DETALLE TO LE-DETALLE.
           MOVE SPACES TO LE-ATRASO.
           IF SR-ATRASO = "S"
              MOVE " ATRASO" TO LE-ATRASO
           END-IF.
           WRITE AGENDA-RECORD FROM LINEA-EVENTO.
           PERFORM VERIFICAR-ESCRITURA-AGENDA.
           ADD 1 TO EVENTOS-DEPTO.

       ABRIR-DEPTO.
           MOVE SR-DEPTO TO DEPTO-ANTERIOR LD-CODIGO.
           MOVE "(SIN DEPARTAMENTO)" TO LD-NOMBRE.
           IF SR-DEPTO NOT = SPACES
              MOVE "(FUERA DEL MAESTRO)" TO LD-NOMBRE
              IF DEPTO-STATUS = "00" OR DEPTO-STATUS = "23"
                 MOVE SR-DEPTO TO DP-CODIGO
                 READ DEPTO-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE DP-NOMBRE TO LD-NOMBRE
                 END-READ
              END-IF
           END-IF.
           MOVE SPACES TO AGENDA-RECORD.
           WRITE AGENDA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-AGENDA.
           WRITE AGENDA-RECORD FROM LINEA-DEPTO.
           PERFORM VERIFICAR-ESCRITURA-AGENDA.
           WRITE AGENDA-RECORD FROM LINEA-CABECERA.
           PERFORM VERIFICAR-ESCRITURA-AGENDA.
           MOVE 0 TO EVENTOS-DEPTO.
           MOVE "SI " TO GRUPO-ABIERTO.

       CERRAR-DEPTO.
           IF HAY-GRUPO-ABIERTO
              MOVE EVENTOS-DEPTO TO CONTADOR-EDIT
              MOVE SPACES TO AGENDA-RECORD
              STRING "  EVENTOS DEL DEPARTAMENTO: " CONTADOR-EDIT
                  DELIMITED BY SIZE INTO AGENDA-RECORD
              WRITE AGENDA-RECORD
              PERFORM VERIFICAR-ESCRITURA-AGENDA
              MOVE "NO " TO GRUPO-ABIERTO
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO AGENDA-RECORD.
           WRITE AGENDA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-AGENDA.
           IF TOTAL-EVENTOS = 0
              MOVE "NINGUN EVENTO EN EL PERIODO MIRADO"
                   TO AGENDA-RECORD
              WRITE AGENDA-RECORD
              PERFORM VERIFICAR-ESCRITURA-AGENDA
           END-IF.
           MOVE EVENTOS-ESCALON TO CONTADOR-EDIT.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "ESCALONES DE ANTIGUEDAD      " CONTADOR-EDIT
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE EVENTOS-TOPE TO CONTADOR-EDIT.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "ANIVERSARIOS EN TOPE DE BANDA" CONTADOR-EDIT
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE EVENTOS-PRESTAMO TO CONTADOR-EDIT.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "PRESTAMOS QUE TERMINAN       " CONTADOR-EDIT
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE EVENTOS-CAMBIO TO CONTADOR-EDIT.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "CAMBIOS PENDIENTES           " CONTADOR-EDIT
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE EVENTOS-BAJA TO CONTADOR-EDIT.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "FINIQUITOS POR PAGAR         " CONTADOR-EDIT
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE EVENTOS-VACACION TO CONTADOR-EDIT.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "SALDOS DE VACACIONES ALTOS   " CONTADOR-EDIT
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE TOTAL-ATRASADOS TO CONTADOR-EDIT.
           MOVE SPACES TO AGENDA-RECORD.
           STRING "ATRASADOS                    " CONTADOR-EDIT
               DELIMITED BY SIZE INTO AGENDA-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.

       ESCRIBIR-LINEA-RESUMEN.
           WRITE AGENDA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-AGENDA.

       END PROGRAM AGENDARH.
