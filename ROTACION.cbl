      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Headcount and staff turnover by department and month
      *          for one company -- for every month of the requested
      *          range: opening headcount, hires, rehires, leavers,
      *          suspensions and closing headcount per department
      *          (names off DEPARTAMENTOS.DAT), the month's turnover
      *          rate and the rolling 12-month rate, and the average
      *          tenure of the month's leavers, in
      *          ROTACION_PLANTILLA.TXT. Each employee's spells of
      *          employment are rebuilt from EMPLEADOS.DAT (the
      *          current spell) and the rehire transitions EMPMANT
      *          leaves in CAMBIOS_MAESTRO.LOG (the earlier ones);
      *          suspensions come off the same log. The closing
      *          figure of the last month is tied to the count of
      *          active records on the master and any difference is
      *          listed and ends with return code 4. Employees are
      *          counted under their current department throughout.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTACION.
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
           SELECT OPTIONAL CAMBIOS-FILE
               ASSIGN TO "CAMBIOS_MAESTRO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMBIOS-STATUS.
           SELECT ROTACION-FILE ASSIGN TO "ROTACION_PLANTILLA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROTACION-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTO-FILE.
           COPY DEPREC.

       FD  CAMBIOS-FILE.
       01  CAMBIOS-RECORD PIC X(160).

       FD  ROTACION-FILE.
       01  ROTACION-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CAMBLOG.
       01 EMPLOYEE-STATUS PIC X(2).
       01 DEPTO-STATUS PIC X(2).
       01 CAMBIOS-STATUS PIC X(2).
       01 ROTACION-STATUS PIC X(2).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 EMPRESA-EMPLEADO PIC X(2).
       01 PERIODO-DESDE PIC 9(6).
       01 PERIODO-HASTA PIC 9(6).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
      * Months are carried as a running month number (year * 12 +
      * month - 1) so ranges cross year ends with plain arithmetic.
      * The window starts eleven months before the range so the
      * first month already has its rolling twelve.
       01 MES-DESDE PIC 9(6).
       01 MES-HASTA PIC 9(6).
       01 MES-BASE PIC 9(6).
       01 TOTAL-MESES PIC 9(2).
       01 MES-ACTUAL PIC 9(6).
       01 FECHA-CALC PIC 9(8).
       01 FECHA-CALC-R REDEFINES FECHA-CALC.
           05 FC-ANIO PIC 9(4).
           05 FC-MES  PIC 9(2).
           05 FC-DIA  PIC 9(2).
       01 MES-CALC PIC 9(6).
       01 ANIO-CALC PIC 9(4).
       01 RESTO-CALC PIC 9(2).
       01 PERIODO-CALC PIC 9(6).
      * Departments off the master file; slot 51 gathers codes not on
      * it, slot 52 is the company total.
       01 TOTAL-DEPTOS PIC 9(2) VALUE 0.
       01 TABLA-DEPTOS.
           05 DEPTO-ROT OCCURS 52 TIMES.
              10 DR-CODIGO PIC X(4).
              10 DR-NOMBRE PIC X(20).
       01 SUB-DEPTO PIC 9(2).
       01 IDX-DEPTO PIC 9(2).
      * One slot per employee of the company on the master.
       01 TOTAL-EMPLEADOS PIC 9(4) VALUE 0.
       01 TABLA-EMPLEADOS.
           05 EMP-ROT OCCURS 1000 TIMES.
              10 ER-EMP-ID PIC 9(5).
              10 ER-DEPTO  PIC 9(2).
              10 ER-ETAPA  PIC 9(4).
       01 SUB-EMP PIC 9(4).
       01 IDX-EMP PIC 9(4).
      * One spell of employment per line: hire and leave month (0 is
      * a hire date from before the field was kept, 999999 is still
      * employed), and whether it was a return.
       01 TOTAL-ETAPAS PIC 9(4) VALUE 0.
       01 TABLA-ETAPAS.
           05 ETAPA OCCURS 1500 TIMES.
              10 ET-EMP       PIC 9(4).
              10 ET-ALTA-MES  PIC 9(6).
              10 ET-BAJA-MES  PIC 9(6).
              10 ET-REINGRESO PIC X(1).
       01 SUB-ETAPA PIC 9(4).
      * The month each return started, per employee slot.
       01 TOTAL-REINGRESOS PIC 9(3) VALUE 0.
       01 TABLA-REINGRESOS.
           05 REINGRESO OCCURS 500 TIMES.
              10 TR-EMP PIC 9(4).
              10 TR-MES PIC 9(6).
       01 SUB-REINGRESO PIC 9(3).
       01 TABLA-LLENA PIC X(3) VALUE "NO ".
           88 HAY-TABLA-LLENA VALUE "SI ".
       01 TABLA-ROTACION.
           05 RD-DEPTO OCCURS 52 TIMES.
              10 RM-MES OCCURS 35 TIMES.
                 15 RM-APERTURA    PIC 9(5).
                 15 RM-ALTAS       PIC 9(5).
                 15 RM-REINGRESOS  PIC 9(5).
                 15 RM-BAJAS       PIC 9(5).
                 15 RM-SUSPENSION  PIC 9(5).
                 15 RM-CIERRE      PIC 9(5).
                 15 RM-ANTIG-MESES PIC 9(7).
                 15 RM-ANTIG-BAJAS PIC 9(5).
       01 SUB-MES PIC 9(2).
       01 SUB-DOCE PIC 9(2).
       01 SUB-DOCE-DESDE PIC 9(2).
      * Master-side figures the last closing headcount ties to.
       01 ACTIVOS-MAESTRO PIC 9(5) VALUE 0.
       01 ALTAS-FUTURAS PIC 9(5) VALUE 0.
       01 BAJAS-FUTURAS PIC 9(5) VALUE 0.
       01 PLANTILLA-ESPERADA PIC S9(5) VALUE 0.
       01 DIFERENCIA-CIERRE PIC S9(5) VALUE 0.
       01 BAJAS-SIN-FECHA PIC 9(5) VALUE 0.
       01 ETAPAS-INCOHERENTES PIC 9(5) VALUE 0.
       01 AVISOS PIC 9(5) VALUE 0.
       01 PROMEDIO-PLANTILLA PIC 9(5)V9(2).
       01 SUMA-BAJAS PIC 9(7).
       01 SUMA-CIERRES PIC 9(7).
       01 SUMA-ANTIG-MESES PIC 9(9).
       01 SUMA-ANTIG-BAJAS PIC 9(7).
       01 SUMA-ALTAS PIC 9(7).
       01 SUMA-REINGRESOS PIC 9(7).
       01 SUMA-SUSPENSION PIC 9(7).
       01 TASA-CALC PIC 9(4)V9(2).
       01 ANTIG-CALC PIC 9(3)V9(1).
       01 FILA-CON-DATOS PIC X(3).
           88 HAY-FILA-CON-DATOS VALUE "SI ".
       01 LINEA-TITULO.
           05 FILLER PIC X(30) VALUE "ROTACION DE PLANTILLA  EMPRESA".
           05 FILLER PIC X(1) VALUE " ".
           05 LT-EMPRESA PIC X(2).
           05 FILLER PIC X(11) VALUE "  PERIODOS ".
           05 LT-DESDE PIC 9(6).
           05 FILLER PIC X(3) VALUE " A ".
           05 LT-HASTA PIC 9(6).
       01 LINEA-PERIODO.
           05 FILLER PIC X(8) VALUE "PERIODO ".
           05 LP-PERIODO PIC 9(6).
      * ANTIG. is the average tenure of the month's leavers, in
      * years.
       01 LINEA-CABECERA.
           05 FILLER PIC X(27) VALUE "DEPTO NOMBRE".
           05 FILLER PIC X(30) VALUE "INICIO ALTAS REING BAJAS  SUSP".
           05 FILLER PIC X(38)
              VALUE " CIERRE ROT.MES% ROT.12M%  ANTIG.ANIOS".
       01 LINEA-DETALLE.
           05 LD-DEPTO     PIC X(4).
           05 FILLER       PIC X(2) VALUE "  ".
           05 LD-NOMBRE    PIC X(20).
           05 FILLER       PIC X(1) VALUE " ".
           05 LD-APERTURA  PIC Z(5)9.
           05 FILLER       PIC X(1) VALUE " ".
           05 LD-ALTAS     PIC Z(4)9.
           05 FILLER       PIC X(1) VALUE " ".
           05 LD-REINGRESO PIC Z(4)9.
           05 FILLER       PIC X(1) VALUE " ".
           05 LD-BAJAS     PIC Z(4)9.
           05 FILLER       PIC X(1) VALUE " ".
           05 LD-SUSPENSION PIC Z(4)9.
           05 FILLER       PIC X(1) VALUE " ".
           05 LD-CIERRE    PIC Z(5)9.
           05 FILLER       PIC X(2) VALUE "  ".
           05 LD-TASA-MES  PIC Z(3)9.99.
           05 FILLER       PIC X(2) VALUE "  ".
           05 LD-TASA-DOCE PIC Z(3)9.99.
           05 FILLER       PIC X(8) VALUE SPACES.
           05 LD-ANTIG     PIC ZZ9.9.
       01 LINEA-CABECERA-RESUMEN.
           05 FILLER PIC X(34) VALUE "DEPTO NOMBRE".
           05 FILLER PIC X(23) VALUE "ALTAS REING BAJAS  SUSP".
           05 FILLER PIC X(14) VALUE "   ANTIG.ANIOS".
       01 LINEA-RESUMEN.
           05 LR-DEPTO     PIC X(4).
           05 FILLER       PIC X(2) VALUE "  ".
           05 LR-NOMBRE    PIC X(20).
           05 FILLER       PIC X(8) VALUE SPACES.
           05 LR-ALTAS     PIC Z(4)9.
           05 FILLER       PIC X(1) VALUE " ".
           05 LR-REINGRESO PIC Z(4)9.
           05 FILLER       PIC X(1) VALUE " ".
           05 LR-BAJAS     PIC Z(4)9.
           05 FILLER       PIC X(1) VALUE " ".
           05 LR-SUSPENSION PIC Z(4)9.
           05 FILLER       PIC X(9) VALUE SPACES.
           05 LR-ANTIG     PIC ZZ9.9.
       01 LINEA-CUADRE.
           05 CU-ETIQUETA PIC X(40).
           05 CU-VALOR    PIC -(5)9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
           MOVE SPACES TO EMPRESA-PEDIDA.
           ACCEPT EMPRESA-PEDIDA.
           IF EMPRESA-PEDIDA = SPACES
              MOVE "01" TO EMPRESA-PEDIDA
           END-IF.
           DISPLAY "PRIMER PERIODO DEL INFORME (AAAAMM)".
           ACCEPT PERIODO-DESDE.
           DISPLAY "ULTIMO PERIODO DEL INFORME (AAAAMM, 0 = EL MISMO)".
           MOVE 0 TO PERIODO-HASTA.
           ACCEPT PERIODO-HASTA.
           IF PERIODO-HASTA = 0
              MOVE PERIODO-DESDE TO PERIODO-HASTA
           END-IF.
           IF PERIODO-DESDE (5:2) < "01" OR PERIODO-DESDE (5:2) > "12"
              OR PERIODO-HASTA (5:2) < "01"
              OR PERIODO-HASTA (5:2) > "12"
              OR PERIODO-HASTA < PERIODO-DESDE
              DISPLAY "RANGO DE PERIODOS INVALIDO, NADA QUE INFORMAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PERIODO-DESDE TO PERIODO-CALC.
           PERFORM PERIODO-A-MES.
           MOVE MES-CALC TO MES-DESDE.
           MOVE PERIODO-HASTA TO PERIODO-CALC.
           PERFORM PERIODO-A-MES.
           MOVE MES-CALC TO MES-HASTA.
      * Two years at most per report -- the table holds the range
      * plus the eleven months before it.
           IF MES-HASTA - MES-DESDE > 23
              DISPLAY "EL RANGO SUPERA 24 MESES, PEDIR POR TRAMOS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE MES-BASE = MES-DESDE - 11.
           COMPUTE TOTAL-MESES = MES-HASTA - MES-BASE + 1.
           PERFORM LIMPIAR-TABLA-ROTACION.
           PERFORM CARGAR-DEPARTAMENTOS.
           PERFORM CARGAR-MAESTRO.
           IF TOTAL-EMPLEADOS = 0
              DISPLAY "SIN EMPLEADOS DE LA EMPRESA " EMPRESA-PEDIDA
                      " EN EMPLEADOS.DAT -- NADA QUE INFORMAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEER-CAMBIOS.
           PERFORM MARCAR-REINGRESOS.
           PERFORM CONTAR-ETAPAS.
           PERFORM ESCRIBIR-REPORTE.
           IF AVISOS > 0 OR HAY-TABLA-LLENA
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ROTACION DE PLANTILLA ESCRITA EN "
                   "ROTACION_PLANTILLA.TXT".
           STOP RUN.

       PERIODO-A-MES.
           DIVIDE PERIODO-CALC BY 100 GIVING ANIO-CALC
                  REMAINDER RESTO-CALC.
           COMPUTE MES-CALC = ANIO-CALC * 12 + RESTO-CALC - 1.

       MES-A-PERIODO.
           DIVIDE MES-CALC BY 12 GIVING ANIO-CALC
                  REMAINDER RESTO-CALC.
           COMPUTE PERIODO-CALC = ANIO-CALC * 100 + RESTO-CALC + 1.

       FECHA-A-MES.
      * A zero date stays month 0 -- before any window.
           IF FECHA-CALC = 0
              MOVE 0 TO MES-CALC
           ELSE
              COMPUTE MES-CALC = FC-ANIO * 12 + FC-MES - 1
           END-IF.

       LIMPIAR-TABLA-ROTACION.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1 UNTIL SUB-DEPTO > 52
                   AFTER SUB-MES FROM 1 BY 1 UNTIL SUB-MES > 35
              MOVE 0 TO RM-APERTURA (SUB-DEPTO SUB-MES)
              MOVE 0 TO RM-ALTAS (SUB-DEPTO SUB-MES)
              MOVE 0 TO RM-REINGRESOS (SUB-DEPTO SUB-MES)
              MOVE 0 TO RM-BAJAS (SUB-DEPTO SUB-MES)
              MOVE 0 TO RM-SUSPENSION (SUB-DEPTO SUB-MES)
              MOVE 0 TO RM-CIERRE (SUB-DEPTO SUB-MES)
              MOVE 0 TO RM-ANTIG-MESES (SUB-DEPTO SUB-MES)
              MOVE 0 TO RM-ANTIG-BAJAS (SUB-DEPTO SUB-MES)
           END-PERFORM.
           MOVE SPACES TO TABLA-DEPTOS.
           MOVE "????" TO DR-CODIGO (51).
           MOVE "(FUERA DEL MAESTRO)" TO DR-NOMBRE (51).
           MOVE "TOT." TO DR-CODIGO (52).
           MOVE "TOTAL EMPRESA" TO DR-NOMBRE (52).

       CARGAR-DEPARTAMENTOS.
           OPEN INPUT DEPTO-FILE.
           IF DEPTO-STATUS = "00"
              MOVE SPACES TO DP-CODIGO
              START DEPTO-FILE KEY IS NOT LESS THAN DP-CODIGO
                  INVALID KEY
                      MOVE "10" TO DEPTO-STATUS
              END-START
              PERFORM UNTIL DEPTO-STATUS NOT = "00"
                 READ DEPTO-FILE NEXT RECORD
                     AT END
                         MOVE "10" TO DEPTO-STATUS
                     NOT AT END
                         IF DEPTO-STATUS = "00"
                            AND TOTAL-DEPTOS < 50
                            ADD 1 TO TOTAL-DEPTOS
                            MOVE DP-CODIGO TO DR-CODIGO (TOTAL-DEPTOS)
                            MOVE DP-NOMBRE TO DR-NOMBRE (TOTAL-DEPTOS)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPTO-FILE
           ELSE
              DISPLAY "AVISO: SIN DEPARTAMENTOS.DAT, TODO VA A "
                      "FUERA DEL MAESTRO"
           END-IF.

       BUSCAR-DEPTO.
           MOVE 51 TO IDX-DEPTO.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS
              IF DR-CODIGO (SUB-DEPTO) = EMP-DEPTO
                 MOVE SUB-DEPTO TO IDX-DEPTO
                 MOVE TOTAL-DEPTOS TO SUB-DEPTO
              END-IF
           END-PERFORM.

       CARGAR-MAESTRO.
      * The record holds the spell in progress (or the last one, for
      * a leaver); earlier spells come back from the change log.
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
                      PERFORM ANOTAR-EMPLEADO
                   END-IF
           END-READ.

       ANOTAR-EMPLEADO.
           IF TOTAL-EMPLEADOS NOT < 1000 OR TOTAL-ETAPAS NOT < 1500
              IF NOT HAY-TABLA-LLENA
                 DISPLAY "AVISO: LIMITE DE 1000 EMPLEADOS ALCANZADO, "
                         "EL RESTO NO SE CUENTA"
                 SET HAY-TABLA-LLENA TO TRUE
              END-IF
           ELSE
              ADD 1 TO TOTAL-EMPLEADOS
              MOVE EMP-ID TO ER-EMP-ID (TOTAL-EMPLEADOS)
              PERFORM BUSCAR-DEPTO
              MOVE IDX-DEPTO TO ER-DEPTO (TOTAL-EMPLEADOS)
              MOVE 0 TO ER-ETAPA (TOTAL-EMPLEADOS)
              MOVE EMP-FECHA-ALTA TO FECHA-CALC
              PERFORM FECHA-A-MES
              IF NOT EMP-TERMINADO
                 ADD 1 TO ACTIVOS-MAESTRO
                 IF MES-CALC > MES-HASTA
                    ADD 1 TO ALTAS-FUTURAS
                 END-IF
              END-IF
      * A leaver with no leave date cannot be placed in any month --
      * left out of the counts and listed on the tie instead.
              IF EMP-TERMINADO AND EMP-FECHA-BAJA = 0
                 ADD 1 TO BAJAS-SIN-FECHA
              ELSE
                 ADD 1 TO TOTAL-ETAPAS
                 MOVE TOTAL-EMPLEADOS TO ET-EMP (TOTAL-ETAPAS)
                 MOVE MES-CALC TO ET-ALTA-MES (TOTAL-ETAPAS)
                 MOVE "N" TO ET-REINGRESO (TOTAL-ETAPAS)
                 MOVE 999999 TO ET-BAJA-MES (TOTAL-ETAPAS)
                 IF EMP-TERMINADO
                    MOVE EMP-FECHA-BAJA TO FECHA-CALC
                    PERFORM FECHA-A-MES
                    MOVE MES-CALC TO ET-BAJA-MES (TOTAL-ETAPAS)
                    IF MES-CALC > MES-HASTA
                       AND ET-ALTA-MES (TOTAL-ETAPAS) NOT > MES-HASTA
                       ADD 1 TO BAJAS-FUTURAS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       BUSCAR-EMPLEADO.
           MOVE 0 TO IDX-EMP.
           PERFORM VARYING SUB-EMP FROM 1 BY 1
                   UNTIL SUB-EMP > TOTAL-EMPLEADOS
              IF ER-EMP-ID (SUB-EMP) = LC-EMP-ID
                 MOVE SUB-EMP TO IDX-EMP
                 MOVE TOTAL-EMPLEADOS TO SUB-EMP
              END-IF
           END-PERFORM.

       LEER-CAMBIOS.
      * A return (REINCORPORAR) logs ESTADO T->A, then FECHA-ALTA old
      * -> new and FECHA-BAJA old -> 0: the old hire and leave dates
      * are the spell that ended. A/S amendments log ESTADO too.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT CAMBIOS-FILE.
           IF CAMBIOS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-UN-CAMBIO UNTIL HAY-FIN-DE-ARCHIVO.
           IF CAMBIOS-STATUS = "00" OR CAMBIOS-STATUS = "10"
              CLOSE CAMBIOS-FILE
           END-IF.

       LEER-UN-CAMBIO.
           READ CAMBIOS-FILE INTO LINEA-CAMBIO
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LC-CAMPO = "FECHA-ALTA"
                      OR LC-CAMPO = "FECHA-BAJA"
                      OR LC-CAMPO = "ESTADO    "
                      PERFORM BUSCAR-EMPLEADO
                      IF IDX-EMP > 0
                         PERFORM ANOTAR-CAMBIO-EMPLEADO
                      END-IF
                   END-IF
           END-READ.

       ANOTAR-CAMBIO-EMPLEADO.
           IF LC-CAMPO = "ESTADO    " AND LC-NUEVO (1:1) = "S"
              MOVE LC-FECHA TO FECHA-CALC
              PERFORM FECHA-A-MES
              IF MES-CALC NOT < MES-BASE AND MES-CALC NOT > MES-HASTA
                 COMPUTE SUB-MES = MES-CALC - MES-BASE + 1
                 MOVE ER-DEPTO (IDX-EMP) TO IDX-DEPTO
                 ADD 1 TO RM-SUSPENSION (IDX-DEPTO SUB-MES)
                 ADD 1 TO RM-SUSPENSION (52 SUB-MES)
              END-IF
           END-IF.
           IF LC-CAMPO = "FECHA-ALTA"
              AND LC-VIEJO (1:8) IS NUMERIC
              AND LC-NUEVO (1:8) IS NUMERIC
              PERFORM ANOTAR-ETAPA-ANTERIOR
           END-IF.
           IF LC-CAMPO = "FECHA-BAJA"
              AND LC-NUEVO (1:8) = "00000000"
              AND LC-VIEJO (1:8) IS NUMERIC
              AND ER-ETAPA (IDX-EMP) > 0
              MOVE LC-VIEJO (1:8) TO FECHA-CALC
              PERFORM FECHA-A-MES
              MOVE MES-CALC TO ET-BAJA-MES (ER-ETAPA (IDX-EMP))
              MOVE 0 TO ER-ETAPA (IDX-EMP)
           END-IF.

       ANOTAR-ETAPA-ANTERIOR.
      * Until its FECHA-BAJA line turns up the ended spell is closed
      * the month before the return.
           IF TOTAL-ETAPAS NOT < 1500 OR TOTAL-REINGRESOS NOT < 500
              IF NOT HAY-TABLA-LLENA
                 DISPLAY "AVISO: LIMITE DE REINGRESOS ALCANZADO, "
                         "EL RESTO NO SE CUENTA"
                 SET HAY-TABLA-LLENA TO TRUE
              END-IF
           ELSE
              MOVE LC-NUEVO (1:8) TO FECHA-CALC
              PERFORM FECHA-A-MES
              ADD 1 TO TOTAL-REINGRESOS
              MOVE IDX-EMP TO TR-EMP (TOTAL-REINGRESOS)
              MOVE MES-CALC TO TR-MES (TOTAL-REINGRESOS)
              ADD 1 TO TOTAL-ETAPAS
              MOVE IDX-EMP TO ET-EMP (TOTAL-ETAPAS)
              MOVE "N" TO ET-REINGRESO (TOTAL-ETAPAS)
              IF MES-CALC > 0
                 COMPUTE ET-BAJA-MES (TOTAL-ETAPAS) = MES-CALC - 1
              ELSE
                 MOVE 0 TO ET-BAJA-MES (TOTAL-ETAPAS)
              END-IF
              MOVE LC-VIEJO (1:8) TO FECHA-CALC
              PERFORM FECHA-A-MES
              MOVE MES-CALC TO ET-ALTA-MES (TOTAL-ETAPAS)
              MOVE TOTAL-ETAPAS TO ER-ETAPA (IDX-EMP)
           END-IF.

       MARCAR-REINGRESOS.
      * A spell that began in a month a return was logged for is a
      * rehire, not a new hire -- the employee's first spell is the
      * only one that counts as a hire.
           PERFORM VARYING SUB-ETAPA FROM 1 BY 1
                   UNTIL SUB-ETAPA > TOTAL-ETAPAS
              PERFORM VARYING SUB-REINGRESO FROM 1 BY 1
                      UNTIL SUB-REINGRESO > TOTAL-REINGRESOS
                 IF TR-EMP (SUB-REINGRESO) = ET-EMP (SUB-ETAPA)
                    AND TR-MES (SUB-REINGRESO) =
                        ET-ALTA-MES (SUB-ETAPA)
                    MOVE "S" TO ET-REINGRESO (SUB-ETAPA)
                 END-IF
              END-PERFORM
           END-PERFORM.

       CONTAR-ETAPAS.
           PERFORM CONTAR-UNA-ETAPA
                   VARYING SUB-ETAPA FROM 1 BY 1
                   UNTIL SUB-ETAPA > TOTAL-ETAPAS.

       CONTAR-UNA-ETAPA.
      * A spell that ends before it starts is bad data -- counting it
      * would break opening + in - out = closing, so it is listed.
           IF ET-BAJA-MES (SUB-ETAPA) < ET-ALTA-MES (SUB-ETAPA)
              ADD 1 TO ETAPAS-INCOHERENTES
           ELSE
              MOVE ET-EMP (SUB-ETAPA) TO IDX-EMP
              MOVE ER-DEPTO (IDX-EMP) TO IDX-DEPTO
              PERFORM CONTAR-ETAPA-MES
                      VARYING SUB-MES FROM 1 BY 1
                      UNTIL SUB-MES > TOTAL-MESES
           END-IF.

       CONTAR-ETAPA-MES.
           COMPUTE MES-ACTUAL = MES-BASE + SUB-MES - 1.
           IF ET-ALTA-MES (SUB-ETAPA) < MES-ACTUAL
              AND ET-BAJA-MES (SUB-ETAPA) NOT < MES-ACTUAL
              ADD 1 TO RM-APERTURA (IDX-DEPTO SUB-MES)
              ADD 1 TO RM-APERTURA (52 SUB-MES)
           END-IF.
           IF ET-ALTA-MES (SUB-ETAPA) = MES-ACTUAL
              IF ET-REINGRESO (SUB-ETAPA) = "S"
                 ADD 1 TO RM-REINGRESOS (IDX-DEPTO SUB-MES)
                 ADD 1 TO RM-REINGRESOS (52 SUB-MES)
              ELSE
                 ADD 1 TO RM-ALTAS (IDX-DEPTO SUB-MES)
                 ADD 1 TO RM-ALTAS (52 SUB-MES)
              END-IF
           END-IF.
           IF ET-BAJA-MES (SUB-ETAPA) = MES-ACTUAL
              ADD 1 TO RM-BAJAS (IDX-DEPTO SUB-MES)
              ADD 1 TO RM-BAJAS (52 SUB-MES)
              IF ET-ALTA-MES (SUB-ETAPA) > 0
                 ADD 1 TO RM-ANTIG-BAJAS (IDX-DEPTO SUB-MES)
                 ADD 1 TO RM-ANTIG-BAJAS (52 SUB-MES)
                 COMPUTE RM-ANTIG-MESES (IDX-DEPTO SUB-MES) =
                         RM-ANTIG-MESES (IDX-DEPTO SUB-MES)
                         + MES-ACTUAL - ET-ALTA-MES (SUB-ETAPA)
                 COMPUTE RM-ANTIG-MESES (52 SUB-MES) =
                         RM-ANTIG-MESES (52 SUB-MES)
                         + MES-ACTUAL - ET-ALTA-MES (SUB-ETAPA)
              END-IF
           END-IF.
           IF ET-ALTA-MES (SUB-ETAPA) NOT > MES-ACTUAL
              AND ET-BAJA-MES (SUB-ETAPA) > MES-ACTUAL
              ADD 1 TO RM-CIERRE (IDX-DEPTO SUB-MES)
              ADD 1 TO RM-CIERRE (52 SUB-MES)
           END-IF.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT ROTACION-FILE.
           MOVE EMPRESA-PEDIDA TO LT-EMPRESA.
           MOVE PERIODO-DESDE TO LT-DESDE.
           MOVE PERIODO-HASTA TO LT-HASTA.
           WRITE ROTACION-RECORD FROM LINEA-TITULO.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           PERFORM ESCRIBIR-UN-MES
                   VARYING SUB-MES FROM 12 BY 1
                   UNTIL SUB-MES > TOTAL-MESES.
           PERFORM ESCRIBIR-RESUMEN.
           PERFORM ESCRIBIR-CUADRE.
           CLOSE ROTACION-FILE.

       ESCRIBIR-UN-MES.
           COMPUTE MES-CALC = MES-BASE + SUB-MES - 1.
           PERFORM MES-A-PERIODO.
           MOVE SPACES TO ROTACION-RECORD.
           WRITE ROTACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           MOVE PERIODO-CALC TO LP-PERIODO.
           WRITE ROTACION-RECORD FROM LINEA-PERIODO.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           WRITE ROTACION-RECORD FROM LINEA-CABECERA.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           PERFORM ESCRIBIR-FILA-MES
                   VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > 52.

       ESCRIBIR-FILA-MES.
      * Departments with nobody and nothing in the month are left
      * out; the company total always prints.
           MOVE "NO " TO FILA-CON-DATOS.
           IF SUB-DEPTO = 52
              OR RM-APERTURA (SUB-DEPTO SUB-MES) > 0
              OR RM-CIERRE (SUB-DEPTO SUB-MES) > 0
              OR RM-ALTAS (SUB-DEPTO SUB-MES) > 0
              OR RM-REINGRESOS (SUB-DEPTO SUB-MES) > 0
              OR RM-BAJAS (SUB-DEPTO SUB-MES) > 0
              OR RM-SUSPENSION (SUB-DEPTO SUB-MES) > 0
              SET HAY-FILA-CON-DATOS TO TRUE
           END-IF.
           IF HAY-FILA-CON-DATOS
              MOVE DR-CODIGO (SUB-DEPTO) TO LD-DEPTO
              MOVE DR-NOMBRE (SUB-DEPTO) TO LD-NOMBRE
              MOVE RM-APERTURA (SUB-DEPTO SUB-MES) TO LD-APERTURA
              MOVE RM-ALTAS (SUB-DEPTO SUB-MES) TO LD-ALTAS
              MOVE RM-REINGRESOS (SUB-DEPTO SUB-MES) TO LD-REINGRESO
              MOVE RM-BAJAS (SUB-DEPTO SUB-MES) TO LD-BAJAS
              MOVE RM-SUSPENSION (SUB-DEPTO SUB-MES) TO LD-SUSPENSION
              MOVE RM-CIERRE (SUB-DEPTO SUB-MES) TO LD-CIERRE
      * Month rate: leavers over the average of opening and closing.
              COMPUTE PROMEDIO-PLANTILLA =
                      (RM-APERTURA (SUB-DEPTO SUB-MES)
                       + RM-CIERRE (SUB-DEPTO SUB-MES)) / 2
              MOVE 0 TO TASA-CALC
              IF PROMEDIO-PLANTILLA > 0
                 COMPUTE TASA-CALC ROUNDED =
                         RM-BAJAS (SUB-DEPTO SUB-MES) * 100
                         / PROMEDIO-PLANTILLA
                     ON SIZE ERROR
                         MOVE 9999.99 TO TASA-CALC
                 END-COMPUTE
              END-IF
              MOVE TASA-CALC TO LD-TASA-MES
      * Rolling rate: the twelve months' leavers over their average
      * month-end headcount.
              COMPUTE SUB-DOCE-DESDE = SUB-MES - 11
              MOVE 0 TO SUMA-BAJAS
              MOVE 0 TO SUMA-CIERRES
              PERFORM VARYING SUB-DOCE FROM SUB-DOCE-DESDE BY 1
                      UNTIL SUB-DOCE > SUB-MES
                 ADD RM-BAJAS (SUB-DEPTO SUB-DOCE) TO SUMA-BAJAS
                 ADD RM-CIERRE (SUB-DEPTO SUB-DOCE) TO SUMA-CIERRES
              END-PERFORM
              COMPUTE PROMEDIO-PLANTILLA = SUMA-CIERRES / 12
              MOVE 0 TO TASA-CALC
              IF PROMEDIO-PLANTILLA > 0
                 COMPUTE TASA-CALC ROUNDED =
                         SUMA-BAJAS * 100 / PROMEDIO-PLANTILLA
                     ON SIZE ERROR
                         MOVE 9999.99 TO TASA-CALC
                 END-COMPUTE
              END-IF
              MOVE TASA-CALC TO LD-TASA-DOCE
              MOVE 0 TO ANTIG-CALC
              IF RM-ANTIG-BAJAS (SUB-DEPTO SUB-MES) > 0
                 COMPUTE ANTIG-CALC ROUNDED =
                         RM-ANTIG-MESES (SUB-DEPTO SUB-MES)
                         / RM-ANTIG-BAJAS (SUB-DEPTO SUB-MES) / 12
              END-IF
              MOVE ANTIG-CALC TO LD-ANTIG
              WRITE ROTACION-RECORD FROM LINEA-DETALLE
              PERFORM VERIFICAR-ESCRITURA-ROT
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO ROTACION-RECORD.
           WRITE ROTACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           MOVE SPACES TO ROTACION-RECORD.
           STRING "RESUMEN DEL RANGO " PERIODO-DESDE " A "
                  PERIODO-HASTA
               DELIMITED BY SIZE INTO ROTACION-RECORD
           END-STRING.
           WRITE ROTACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           WRITE ROTACION-RECORD FROM LINEA-CABECERA-RESUMEN.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           PERFORM ESCRIBIR-FILA-RESUMEN
                   VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > 52.

       ESCRIBIR-FILA-RESUMEN.
           MOVE 0 TO SUMA-ALTAS.
           MOVE 0 TO SUMA-REINGRESOS.
           MOVE 0 TO SUMA-BAJAS.
           MOVE 0 TO SUMA-SUSPENSION.
           MOVE 0 TO SUMA-ANTIG-MESES.
           MOVE 0 TO SUMA-ANTIG-BAJAS.
           MOVE 0 TO SUMA-CIERRES.
           PERFORM VARYING SUB-MES FROM 12 BY 1
                   UNTIL SUB-MES > TOTAL-MESES
              ADD RM-ALTAS (SUB-DEPTO SUB-MES) TO SUMA-ALTAS
              ADD RM-REINGRESOS (SUB-DEPTO SUB-MES) TO SUMA-REINGRESOS
              ADD RM-BAJAS (SUB-DEPTO SUB-MES) TO SUMA-BAJAS
              ADD RM-SUSPENSION (SUB-DEPTO SUB-MES) TO SUMA-SUSPENSION
              ADD RM-ANTIG-MESES (SUB-DEPTO SUB-MES)
                  TO SUMA-ANTIG-MESES
              ADD RM-ANTIG-BAJAS (SUB-DEPTO SUB-MES)
                  TO SUMA-ANTIG-BAJAS
              ADD RM-CIERRE (SUB-DEPTO SUB-MES) TO SUMA-CIERRES
           END-PERFORM.
           IF SUB-DEPTO = 52 OR SUMA-ALTAS > 0 OR SUMA-REINGRESOS > 0
              OR SUMA-BAJAS > 0 OR SUMA-SUSPENSION > 0
              OR SUMA-CIERRES > 0
              MOVE DR-CODIGO (SUB-DEPTO) TO LR-DEPTO
              MOVE DR-NOMBRE (SUB-DEPTO) TO LR-NOMBRE
              MOVE SUMA-ALTAS TO LR-ALTAS
              MOVE SUMA-REINGRESOS TO LR-REINGRESO
              MOVE SUMA-BAJAS TO LR-BAJAS
              MOVE SUMA-SUSPENSION TO LR-SUSPENSION
              MOVE 0 TO ANTIG-CALC
              IF SUMA-ANTIG-BAJAS > 0
                 COMPUTE ANTIG-CALC ROUNDED =
                         SUMA-ANTIG-MESES / SUMA-ANTIG-BAJAS / 12
              END-IF
              MOVE ANTIG-CALC TO LR-ANTIG
              WRITE ROTACION-RECORD FROM LINEA-RESUMEN
              PERFORM VERIFICAR-ESCRITURA-ROT
           END-IF.

       ESCRIBIR-CUADRE.
      * The last closing must be the master's active records, less
      * hires dated after the range, plus leavers dated after it.
           COMPUTE PLANTILLA-ESPERADA =
                   ACTIVOS-MAESTRO - ALTAS-FUTURAS + BAJAS-FUTURAS.
           COMPUTE DIFERENCIA-CIERRE =
                   RM-CIERRE (52 TOTAL-MESES) - PLANTILLA-ESPERADA.
           MOVE SPACES TO ROTACION-RECORD.
           WRITE ROTACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           MOVE SPACES TO ROTACION-RECORD.
           STRING "CUADRE CON EL MAESTRO AL CIERRE DE " PERIODO-HASTA
               DELIMITED BY SIZE INTO ROTACION-RECORD
           END-STRING.
           WRITE ROTACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ROT.
           MOVE "REGISTROS ACTIVOS EN EL MAESTRO (A/S)" TO CU-ETIQUETA.
           MOVE ACTIVOS-MAESTRO TO CU-VALOR.
           PERFORM ESCRIBIR-LINEA-CUADRE.
           MOVE "- ALTAS CON FECHA POSTERIOR AL RANGO" TO CU-ETIQUETA.
           MOVE ALTAS-FUTURAS TO CU-VALOR.
           PERFORM ESCRIBIR-LINEA-CUADRE.
           MOVE "+ BAJAS CON FECHA POSTERIOR AL RANGO" TO CU-ETIQUETA.
           MOVE BAJAS-FUTURAS TO CU-VALOR.
           PERFORM ESCRIBIR-LINEA-CUADRE.
           MOVE "= PLANTILLA ESPERADA" TO CU-ETIQUETA.
           MOVE PLANTILLA-ESPERADA TO CU-VALOR.
           PERFORM ESCRIBIR-LINEA-CUADRE.
           MOVE "PLANTILLA AL CIERRE SEGUN EL INFORME" TO CU-ETIQUETA.
           MOVE RM-CIERRE (52 TOTAL-MESES) TO CU-VALOR.
           PERFORM ESCRIBIR-LINEA-CUADRE.
           MOVE "DIFERENCIA" TO CU-ETIQUETA.
           MOVE DIFERENCIA-CIERRE TO CU-VALOR.
           PERFORM ESCRIBIR-LINEA-CUADRE.
           IF DIFERENCIA-CIERRE NOT = 0
              ADD 1 TO AVISOS
           END-IF.
           IF BAJAS-SIN-FECHA > 0
              MOVE "AVISO: BAJAS SIN FECHA, NO CONTADAS" TO CU-ETIQUETA
              MOVE BAJAS-SIN-FECHA TO CU-VALOR
              PERFORM ESCRIBIR-LINEA-CUADRE
              ADD 1 TO AVISOS
           END-IF.
           IF ETAPAS-INCOHERENTES > 0
              MOVE "AVISO: ETAPAS CON BAJA ANTES DEL ALTA" TO
                   CU-ETIQUETA
              MOVE ETAPAS-INCOHERENTES TO CU-VALOR
              PERFORM ESCRIBIR-LINEA-CUADRE
              ADD 1 TO AVISOS
           END-IF.
           IF HAY-TABLA-LLENA
              MOVE "AVISO: TABLAS LLENAS, INFORME INCOMPLETO"
                   TO ROTACION-RECORD
              WRITE ROTACION-RECORD
              PERFORM VERIFICAR-ESCRITURA-ROT
           END-IF.

       ESCRIBIR-LINEA-CUADRE.
           WRITE ROTACION-RECORD FROM LINEA-CUADRE.
           PERFORM VERIFICAR-ESCRITURA-ROT.

       VERIFICAR-ESCRITURA-ROT.
           IF ROTACION-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN ROTACION_PLANTILLA.TXT, "
                      "ESTADO " ROTACION-STATUS
                      ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ROTACION.
