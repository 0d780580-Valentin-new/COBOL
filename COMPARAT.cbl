      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Compa-ratio and band position report -- for one
      *          company, every employee still on the books measured
      *          against the band of their grade off
      *          BANDAS_SALARIALES.DAT: the compa-ratio (monthly pay
      *          over the band midpoint, as a percentage) and the
      *          position in the band (0 at the minimum, 100 at the
      *          maximum). Weekly and biweekly salaries and hourly
      *          rates are first brought to a monthly equivalent so
      *          everyone compares on the same footing. Detail by
      *          department (names off DEPARTAMENTOS.DAT), then the
      *          averages by grade, by department, by grade within
      *          department and by tenure bracket. Pay below the band
      *          minimum or above its maximum is flagged, and so is
      *          anyone whose compa-ratio strays from the average of
      *          their peers (same grade, same tenure bracket) by more
      *          than the keyed tolerance. Written to COMPA_RATIO.TXT;
      *          any employee out of band ends with return code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARAT.
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
           SELECT INFORME-FILE ASSIGN TO "COMPA_RATIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.
           SELECT ORDENADO-FILE ASSIGN TO "COMPARAT.SRT".

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

       FD  INFORME-FILE.
       01  INFORME-RECORD PIC X(132).

       SD  ORDENADO-FILE.
      * One employee per record, by department and grade.
       01  ORDENADO-RECORD.
           05 SR-DEPTO    PIC X(4).
           05 SR-GRADO    PIC X(2).
           05 SR-EMP-ID   PIC 9(5).
           05 SR-INDICE   PIC 9(4).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-STATUS PIC X(2).
       01 DEPTO-STATUS PIC X(2).
       01 BANDAS-STATUS PIC X(2).
       01 INFORME-STATUS PIC X(2).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 EMPRESA-EMPLEADO PIC X(2).
      * Points of compa-ratio an employee may sit from the average
      * of their peers before being flagged.
       01 DESVIO-MAXIMO PIC 9(2)V9(1).
      * An hourly rate becomes a month the way LIQUIDAR-VACACIONES-
      * FINAL turns it into a day (eight hours) and a monthly salary
      * into a day (a thirtieth); weekly and biweekly amounts are per
      * pay, 52 and 24 of them in a year.
       01 HORAS-DIA PIC 9(2) VALUE 8.
       01 DIAS-MES PIC 9(2) VALUE 30.
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FIN-DE-ORDENADO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ORDENADO VALUE "SI ".
       01 TABLA-LLENA PIC X(3) VALUE "NO ".
           88 HAY-TABLA-LLENA VALUE "SI ".
       01 FECHA-HOY PIC 9(8).
       01 FECHA-HOY-R REDEFINES FECHA-HOY.
           05 FH-ANIO PIC 9(4).
           05 FH-MES  PIC 9(2).
           05 FH-DIA  PIC 9(2).
       01 TOTAL-BANDAS PIC 9(2) VALUE 0.
       01 TABLA-BANDAS.
           05 BANDA-SALARIAL OCCURS 10 TIMES.
              10 TB-GRADO   PIC X(2).
              10 TB-MINIMO  PIC 9(5)V9(2).
              10 TB-MAXIMO  PIC 9(5)V9(2).
       01 SUB-BANDA PIC 9(2).
       01 IDX-BANDA PIC 9(2).
      * Tenure brackets, the last for records without a hire date.
       01 TABLA-NOMBRES-TRAMO.
           05 FILLER PIC X(18) VALUE "MENOS DE 1 ANIO".
           05 FILLER PIC X(18) VALUE "1 A 2 ANIOS".
           05 FILLER PIC X(18) VALUE "3 A 4 ANIOS".
           05 FILLER PIC X(18) VALUE "5 A 9 ANIOS".
           05 FILLER PIC X(18) VALUE "10 ANIOS O MAS".
           05 FILLER PIC X(18) VALUE "SIN FECHA DE ALTA".
       01 NOMBRES-TRAMO-R REDEFINES TABLA-NOMBRES-TRAMO.
           05 NOMBRE-TRAMO PIC X(18) OCCURS 6 TIMES.
       01 SUB-TRAMO PIC 9(1).
      * The company's employees with their figures worked out.
       01 TOTAL-EMPLEADOS PIC 9(4) VALUE 0.
       01 TABLA-EMPLEADOS.
           05 EMP-COMPA OCCURS 1000 TIMES.
              10 TE-EMP-ID    PIC 9(5).
              10 TE-DEPTO     PIC X(4).
              10 TE-NOMBRE    PIC X(30).
              10 TE-GRADO     PIC X(2).
              10 TE-PAGO      PIC X(1).
              10 TE-MENSUAL   PIC 9(7)V9(2).
              10 TE-BANDA     PIC 9(2).
              10 TE-COMPA     PIC 9(4)V9(1).
              10 TE-POSICION  PIC S9(5)V9(1).
              10 TE-ANIOS     PIC 9(2).
              10 TE-TRAMO     PIC 9(1).
              10 TE-PARES     PIC S9(4)V9(1).
              10 TE-AVISO     PIC X(18).
       01 SUB-EMP PIC 9(4).
      * Sums for the averages. Peers: grade by tenure bracket.
       01 TABLA-PARES.
           05 PARES-GRADO OCCURS 10 TIMES.
              10 PARES-TRAMO OCCURS 6 TIMES.
                 15 PT-CUANTOS PIC 9(4).
                 15 PT-COMPA   PIC 9(8)V9(1).
       01 TABLA-GRADOS.
           05 SUMA-GRADO OCCURS 10 TIMES.
              10 SG-CUANTOS  PIC 9(4).
              10 SG-COMPA    PIC 9(8)V9(1).
              10 SG-POSICION PIC S9(8)V9(1).
              10 SG-BAJO     PIC 9(4).
              10 SG-SOBRE    PIC 9(4).
       01 TABLA-TRAMOS.
           05 SUMA-TRAMO OCCURS 6 TIMES.
              10 ST-CUANTOS  PIC 9(4).
              10 ST-COMPA    PIC 9(8)V9(1).
              10 ST-POSICION PIC S9(8)V9(1).
              10 ST-BAJO     PIC 9(4).
              10 ST-SOBRE    PIC 9(4).
       01 TOTAL-DEPTOS PIC 9(3) VALUE 0.
       01 TABLA-DEPTOS.
           05 SUMA-DEPTO OCCURS 100 TIMES.
              10 SD-DEPTO    PIC X(4).
              10 SD-CUANTOS  PIC 9(4).
              10 SD-COMPA    PIC 9(8)V9(1).
              10 SD-POSICION PIC S9(8)V9(1).
              10 SD-BAJO     PIC 9(4).
              10 SD-SOBRE    PIC 9(4).
       01 SUB-DEPTO PIC 9(3).
       01 IDX-DEPTO PIC 9(3).
      * Grade within department, to set one department's pay for a
      * grade beside another's.
       01 TOTAL-CRUCES PIC 9(3) VALUE 0.
       01 TABLA-CRUCES.
           05 CRUCE OCCURS 500 TIMES.
              10 CR-GRADO    PIC X(2).
              10 CR-DEPTO    PIC X(4).
              10 CR-CUANTOS  PIC 9(4).
              10 CR-COMPA    PIC 9(8)V9(1).
              10 CR-POSICION PIC S9(8)V9(1).
              10 CR-BAJO     PIC 9(4).
              10 CR-SOBRE    PIC 9(4).
       01 SUB-CRUCE PIC 9(3).
       01 IDX-CRUCE PIC 9(3).
      * Work fields for one employee -- kept apart, as a product of a
      * parenthesised difference is not trusted to one COMPUTE.
       01 SUELDO-MENSUAL PIC 9(7)V9(2).
       01 PUNTO-MEDIO PIC 9(5)V9(2).
       01 DIF-BANDA PIC S9(7)V9(2).
       01 AMPLITUD-BANDA PIC 9(5)V9(2).
       01 MES-HOY PIC 9(6).
       01 MES-ALTA PIC 9(6).
       01 MESES-ANTIGUEDAD PIC 9(4).
       01 RESTO-MESES PIC 9(2).
       01 SUMA-OTROS PIC 9(8)V9(1).
       01 OTROS-PARES PIC 9(4).
       01 MEDIA-PARES PIC 9(4)V9(1).
       01 DESVIO PIC S9(4)V9(1).
       01 MEDIA-COMPA PIC 9(4)V9(1).
       01 MEDIA-POSICION PIC S9(5)V9(1).
      * Counts for the closing lines.
       01 TOTAL-MEDIDOS PIC 9(4) VALUE 0.
       01 TOTAL-BAJO-MINIMO PIC 9(4) VALUE 0.
       01 TOTAL-SOBRE-MAXIMO PIC 9(4) VALUE 0.
       01 TOTAL-ATIPICOS PIC 9(4) VALUE 0.
       01 TOTAL-SIN-BANDA PIC 9(4) VALUE 0.
       01 EMPLEADOS-DEPTO PIC 9(4).
       01 DEPTO-ANTERIOR PIC X(4).
       01 GRUPO-ABIERTO PIC X(3) VALUE "NO ".
           88 HAY-GRUPO-ABIERTO VALUE "SI ".
       01 CONTADOR-EDIT PIC Z(4)9.
       01 DESVIO-EDIT PIC Z9.9.
       01 LINEA-DEPTO.
           05 FILLER      PIC X(13) VALUE "DEPARTAMENTO ".
           05 LD-CODIGO   PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 LD-NOMBRE   PIC X(30).
       01 LINEA-CABECERA.
           05 FILLER PIC X(9)  VALUE "     ID".
           05 FILLER PIC X(31) VALUE "NOMBRE".
           05 FILLER PIC X(4)  VALUE "GR".
           05 FILLER PIC X(3)  VALUE "P".
           05 FILLER PIC X(11) VALUE "    MENSUAL".
           05 FILLER PIC X(10) VALUE "    MINIMO".
           05 FILLER PIC X(10) VALUE "    MAXIMO".
           05 FILLER PIC X(8)  VALUE "   COMPA".
           05 FILLER PIC X(8)  VALUE "   POS %".
           05 FILLER PIC X(5)  VALUE "  ANT".
           05 FILLER PIC X(8)  VALUE "   PARES".
           05 FILLER PIC X(7)  VALUE "  AVISO".
       01 LINEA-DETALLE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LDE-EMP-ID    PIC 9(5).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LDE-NOMBRE    PIC X(30).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LDE-GRADO     PIC X(2).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LDE-PAGO      PIC X(1).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LDE-MENSUAL   PIC Z(7)9.99.
           05 LDE-MINIMO    PIC Z(6)9.99.
           05 LDE-MAXIMO    PIC Z(6)9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LDE-COMPA     PIC Z(4)9.9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LDE-POSICION  PIC -(5)9.9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 LDE-ANIOS     PIC Z9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LDE-PARES     PIC -(5)9.9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LDE-AVISO     PIC X(18).
       01 LINEA-TITULO-MEDIAS.
           05 LTM-TITULO   PIC X(32).
           05 FILLER       PIC X(10) VALUE " EMPLEADOS".
           05 FILLER       PIC X(12) VALUE "  COMPA MED.".
           05 FILLER       PIC X(12) VALUE "  POS % MED.".
           05 FILLER       PIC X(10) VALUE "  BAJO MIN".
           05 FILLER       PIC X(10) VALUE "  SOBRE MX".
       01 LINEA-MEDIAS.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LME-CLAVE    PIC X(30).
           05 FILLER       PIC X(5) VALUE SPACES.
           05 LME-CUANTOS  PIC Z(4)9.
           05 FILLER       PIC X(5) VALUE SPACES.
           05 LME-COMPA    PIC Z(4)9.9.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 LME-POSICION PIC -(5)9.9.
           05 FILLER       PIC X(5) VALUE SPACES.
           05 LME-BAJO     PIC Z(4)9.
           05 FILLER       PIC X(5) VALUE SPACES.
           05 LME-SOBRE    PIC Z(4)9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
           MOVE SPACES TO EMPRESA-PEDIDA.
           ACCEPT EMPRESA-PEDIDA.
           IF EMPRESA-PEDIDA = SPACES
              MOVE "01" TO EMPRESA-PEDIDA
           END-IF.
           DISPLAY "PUNTOS DE COMPA-RATIO DE DESVIO RESPECTO A SUS "
                   "PARES (ENTER = 15)".
           MOVE 0 TO DESVIO-MAXIMO.
           ACCEPT DESVIO-MAXIMO.
           IF DESVIO-MAXIMO = 0
              MOVE 15 TO DESVIO-MAXIMO
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE MES-HOY = FH-ANIO * 12 + FH-MES.
           INITIALIZE TABLA-PARES TABLA-GRADOS TABLA-TRAMOS.
           PERFORM CARGAR-BANDAS.
           IF TOTAL-BANDAS = 0
              DISPLAY "NO HAY BANDAS_SALARIALES.DAT, NADA QUE MEDIR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-EMPLEADOS.
           PERFORM COMPARAR-CON-PARES
                   VARYING SUB-EMP FROM 1 BY 1
                   UNTIL SUB-EMP > TOTAL-EMPLEADOS.
           PERFORM ABRIR-INFORME.
           SORT ORDENADO-FILE
               ON ASCENDING KEY SR-DEPTO SR-GRADO SR-EMP-ID
               INPUT PROCEDURE IS SOLTAR-EMPLEADOS
               OUTPUT PROCEDURE IS ESCRIBIR-DETALLE.
           PERFORM ESCRIBIR-MEDIAS.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE INFORME-FILE.
           IF TOTAL-BAJO-MINIMO > 0 OR TOTAL-SOBRE-MAXIMO > 0
              OR HAY-TABLA-LLENA
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY TOTAL-EMPLEADOS
                   " EMPLEADOS ESCRITOS EN COMPA_RATIO.TXT".
           STOP RUN.

       CARGAR-BANDAS.
      * Same optional file and the same ten-band table the pay run
      * judges salaries against.
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
                            MOVE BS-MINIMO TO TB-MINIMO (TOTAL-BANDAS)
                            MOVE BS-MAXIMO TO TB-MAXIMO (TOTAL-BANDAS)
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

      ******************************************************************
      * The master: each employee of the company still on the books,
      * measured and added into the sums.
      ******************************************************************
       CARGAR-EMPLEADOS.
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
                      AND NOT EMP-TERMINADO
                      PERFORM ANOTAR-EMPLEADO
                   END-IF
           END-READ.

       ANOTAR-EMPLEADO.
           IF TOTAL-EMPLEADOS < 1000
              ADD 1 TO TOTAL-EMPLEADOS
              MOVE TOTAL-EMPLEADOS TO SUB-EMP
              PERFORM MEDIR-EMPLEADO
           ELSE
              IF NOT HAY-TABLA-LLENA
                 DISPLAY "AVISO: LIMITE DE 1000 EMPLEADOS ALCANZADO, "
                         "EL RESTO QUEDA FUERA DEL INFORME"
                 SET HAY-TABLA-LLENA TO TRUE
              END-IF
           END-IF.

       MEDIR-EMPLEADO.
           MOVE EMP-ID TO TE-EMP-ID (SUB-EMP).
           MOVE EMP-DEPTO TO TE-DEPTO (SUB-EMP).
           MOVE EMP-NOMBRE TO TE-NOMBRE (SUB-EMP).
           MOVE EMP-GRADO TO TE-GRADO (SUB-EMP).
           MOVE SPACES TO TE-AVISO (SUB-EMP).
           MOVE 0 TO TE-COMPA (SUB-EMP) TE-POSICION (SUB-EMP).
           MOVE 0 TO TE-PARES (SUB-EMP).
           PERFORM CALCULAR-MENSUAL.
           MOVE SUELDO-MENSUAL TO TE-MENSUAL (SUB-EMP).
           PERFORM CALCULAR-TRAMO.
           PERFORM BUSCAR-BANDA-GRADO.
           MOVE IDX-BANDA TO TE-BANDA (SUB-EMP).
           IF IDX-BANDA = 0
              MOVE "GRADO SIN BANDA" TO TE-AVISO (SUB-EMP)
              ADD 1 TO TOTAL-SIN-BANDA
           ELSE
              PERFORM CALCULAR-COMPA
              PERFORM SUMAR-EMPLEADO
           END-IF.

       CALCULAR-MENSUAL.
      * The letter in the P column says how the master pays them:
      * H hourly, S weekly, Q biweekly, M monthly.
           EVALUATE TRUE
               WHEN EMP-PAGO-POR-HORA
                   MOVE "H" TO TE-PAGO (SUB-EMP)
                   COMPUTE SUELDO-MENSUAL ROUNDED =
                           EMP-SALARIO * HORAS-DIA * DIAS-MES
               WHEN EMP-FREC-SEMANAL
                   MOVE "S" TO TE-PAGO (SUB-EMP)
                   COMPUTE SUELDO-MENSUAL ROUNDED =
                           EMP-SALARIO * 52 / 12
               WHEN EMP-FREC-QUINCENAL
                   MOVE "Q" TO TE-PAGO (SUB-EMP)
                   COMPUTE SUELDO-MENSUAL ROUNDED =
                           EMP-SALARIO * 24 / 12
               WHEN OTHER
                   MOVE "M" TO TE-PAGO (SUB-EMP)
                   MOVE EMP-SALARIO TO SUELDO-MENSUAL
           END-EVALUATE.

       CALCULAR-TRAMO.
      * Whole years since the hire date; a month not yet completed on
      * today's day does not count.
           MOVE 0 TO TE-ANIOS (SUB-EMP).
           IF EMP-FECHA-ALTA = 0
              MOVE 6 TO TE-TRAMO (SUB-EMP)
           ELSE
              MOVE 0 TO MESES-ANTIGUEDAD
              COMPUTE MES-ALTA = EMP-ALTA-ANIO * 12 + EMP-ALTA-MES
              IF MES-ALTA < MES-HOY
                 COMPUTE MESES-ANTIGUEDAD = MES-HOY - MES-ALTA
                 IF EMP-ALTA-DIA > FH-DIA
                    SUBTRACT 1 FROM MESES-ANTIGUEDAD
                 END-IF
              END-IF
              DIVIDE MESES-ANTIGUEDAD BY 12
                     GIVING TE-ANIOS (SUB-EMP)
                     REMAINDER RESTO-MESES
              EVALUATE TRUE
                  WHEN TE-ANIOS (SUB-EMP) < 1
                      MOVE 1 TO TE-TRAMO (SUB-EMP)
                  WHEN TE-ANIOS (SUB-EMP) < 3
                      MOVE 2 TO TE-TRAMO (SUB-EMP)
                  WHEN TE-ANIOS (SUB-EMP) < 5
                      MOVE 3 TO TE-TRAMO (SUB-EMP)
                  WHEN TE-ANIOS (SUB-EMP) < 10
                      MOVE 4 TO TE-TRAMO (SUB-EMP)
                  WHEN OTHER
                      MOVE 5 TO TE-TRAMO (SUB-EMP)
              END-EVALUATE
           END-IF.

       CALCULAR-COMPA.
      * Compa-ratio: monthly pay over the band midpoint, 100 on it.
      * Position: 0 at the minimum, 100 at the maximum, beyond either
      * end outside the band.
           COMPUTE PUNTO-MEDIO = TB-MINIMO (IDX-BANDA)
                               + TB-MAXIMO (IDX-BANDA).
           DIVIDE PUNTO-MEDIO BY 2 GIVING PUNTO-MEDIO ROUNDED.
           IF PUNTO-MEDIO > 0
              COMPUTE TE-COMPA (SUB-EMP) ROUNDED =
                      SUELDO-MENSUAL * 100 / PUNTO-MEDIO
           END-IF.
           COMPUTE DIF-BANDA = SUELDO-MENSUAL - TB-MINIMO (IDX-BANDA).
           COMPUTE AMPLITUD-BANDA = TB-MAXIMO (IDX-BANDA)
                                  - TB-MINIMO (IDX-BANDA).
           IF AMPLITUD-BANDA > 0
              COMPUTE TE-POSICION (SUB-EMP) ROUNDED =
                      DIF-BANDA * 100 / AMPLITUD-BANDA
           END-IF.
           IF SUELDO-MENSUAL < TB-MINIMO (IDX-BANDA)
              MOVE "BAJO MINIMO" TO TE-AVISO (SUB-EMP)
           END-IF.
           IF SUELDO-MENSUAL > TB-MAXIMO (IDX-BANDA)
              MOVE "SOBRE MAXIMO" TO TE-AVISO (SUB-EMP)
           END-IF.

       SUMAR-EMPLEADO.
           ADD 1 TO TOTAL-MEDIDOS.
           MOVE TE-TRAMO (SUB-EMP) TO SUB-TRAMO.
           ADD 1 TO PT-CUANTOS (IDX-BANDA, SUB-TRAMO).
           ADD TE-COMPA (SUB-EMP) TO PT-COMPA (IDX-BANDA, SUB-TRAMO).
           ADD 1 TO SG-CUANTOS (IDX-BANDA).
           ADD TE-COMPA (SUB-EMP) TO SG-COMPA (IDX-BANDA).
           ADD TE-POSICION (SUB-EMP) TO SG-POSICION (IDX-BANDA).
           ADD 1 TO ST-CUANTOS (SUB-TRAMO).
           ADD TE-COMPA (SUB-EMP) TO ST-COMPA (SUB-TRAMO).
           ADD TE-POSICION (SUB-EMP) TO ST-POSICION (SUB-TRAMO).
           PERFORM BUSCAR-DEPTO.
           IF IDX-DEPTO > 0
              ADD 1 TO SD-CUANTOS (IDX-DEPTO)
              ADD TE-COMPA (SUB-EMP) TO SD-COMPA (IDX-DEPTO)
              ADD TE-POSICION (SUB-EMP) TO SD-POSICION (IDX-DEPTO)
           END-IF.
           PERFORM BUSCAR-CRUCE.
           IF IDX-CRUCE > 0
              ADD 1 TO CR-CUANTOS (IDX-CRUCE)
              ADD TE-COMPA (SUB-EMP) TO CR-COMPA (IDX-CRUCE)
              ADD TE-POSICION (SUB-EMP) TO CR-POSICION (IDX-CRUCE)
           END-IF.
           IF TE-AVISO (SUB-EMP) = "BAJO MINIMO"
              ADD 1 TO TOTAL-BAJO-MINIMO
              ADD 1 TO SG-BAJO (IDX-BANDA) ST-BAJO (SUB-TRAMO)
              IF IDX-DEPTO > 0
                 ADD 1 TO SD-BAJO (IDX-DEPTO)
              END-IF
              IF IDX-CRUCE > 0
                 ADD 1 TO CR-BAJO (IDX-CRUCE)
              END-IF
           END-IF.
           IF TE-AVISO (SUB-EMP) = "SOBRE MAXIMO"
              ADD 1 TO TOTAL-SOBRE-MAXIMO
              ADD 1 TO SG-SOBRE (IDX-BANDA) ST-SOBRE (SUB-TRAMO)
              IF IDX-DEPTO > 0
                 ADD 1 TO SD-SOBRE (IDX-DEPTO)
              END-IF
              IF IDX-CRUCE > 0
                 ADD 1 TO CR-SOBRE (IDX-CRUCE)
              END-IF
           END-IF.

       BUSCAR-DEPTO.
      * The department's slot in the sums, opened on first sight.
           MOVE 0 TO IDX-DEPTO.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS
              IF SD-DEPTO (SUB-DEPTO) = TE-DEPTO (SUB-EMP)
                 MOVE SUB-DEPTO TO IDX-DEPTO
                 MOVE TOTAL-DEPTOS TO SUB-DEPTO
              END-IF
           END-PERFORM.
           IF IDX-DEPTO = 0
              IF TOTAL-DEPTOS < 100
                 ADD 1 TO TOTAL-DEPTOS
                 MOVE TOTAL-DEPTOS TO IDX-DEPTO
                 INITIALIZE SUMA-DEPTO (IDX-DEPTO)
                 MOVE TE-DEPTO (SUB-EMP) TO SD-DEPTO (IDX-DEPTO)
              ELSE
                 SET HAY-TABLA-LLENA TO TRUE
              END-IF
           END-IF.

       BUSCAR-CRUCE.
           MOVE 0 TO IDX-CRUCE.
           PERFORM VARYING SUB-CRUCE FROM 1 BY 1
                   UNTIL SUB-CRUCE > TOTAL-CRUCES
              IF CR-GRADO (SUB-CRUCE) = TE-GRADO (SUB-EMP)
                 AND CR-DEPTO (SUB-CRUCE) = TE-DEPTO (SUB-EMP)
                 MOVE SUB-CRUCE TO IDX-CRUCE
                 MOVE TOTAL-CRUCES TO SUB-CRUCE
              END-IF
           END-PERFORM.
           IF IDX-CRUCE = 0
              IF TOTAL-CRUCES < 500
                 ADD 1 TO TOTAL-CRUCES
                 MOVE TOTAL-CRUCES TO IDX-CRUCE
                 INITIALIZE CRUCE (IDX-CRUCE)
                 MOVE TE-GRADO (SUB-EMP) TO CR-GRADO (IDX-CRUCE)
                 MOVE TE-DEPTO (SUB-EMP) TO CR-DEPTO (IDX-CRUCE)
              ELSE
                 SET HAY-TABLA-LLENA TO TRUE
              END-IF
           END-IF.

       COMPARAR-CON-PARES.
      * The average of the others with the same grade and tenure
      * bracket; with nobody else there is nothing to compare with.
      * An out-of-band flag is the stronger one and is kept.
           IF TE-BANDA (SUB-EMP) > 0
              MOVE TE-BANDA (SUB-EMP) TO IDX-BANDA
              MOVE TE-TRAMO (SUB-EMP) TO SUB-TRAMO
              IF PT-CUANTOS (IDX-BANDA, SUB-TRAMO) > 1
                 COMPUTE SUMA-OTROS = PT-COMPA (IDX-BANDA, SUB-TRAMO)
                                    - TE-COMPA (SUB-EMP)
                 COMPUTE OTROS-PARES =
                         PT-CUANTOS (IDX-BANDA, SUB-TRAMO) - 1
                 COMPUTE MEDIA-PARES ROUNDED = SUMA-OTROS / OTROS-PARES
                 COMPUTE DESVIO = TE-COMPA (SUB-EMP) - MEDIA-PARES
                 MOVE DESVIO TO TE-PARES (SUB-EMP)
                 IF DESVIO < 0
                    COMPUTE DESVIO = 0 - DESVIO
                 END-IF
                 IF DESVIO > DESVIO-MAXIMO
                    ADD 1 TO TOTAL-ATIPICOS
                    IF TE-AVISO (SUB-EMP) = SPACES
                       MOVE "LEJOS DE SUS PARES" TO TE-AVISO (SUB-EMP)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ABRIR-INFORME.
           OPEN OUTPUT INFORME-FILE.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE SPACES TO INFORME-RECORD.
           STRING "COMPA-RATIO Y POSICION EN BANDA -- EMPRESA "
                  EMPRESA-PEDIDA ", A " FECHA-HOY
               DELIMITED BY SIZE INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE DESVIO-MAXIMO TO DESVIO-EDIT.
           MOVE SPACES TO INFORME-RECORD.
           STRING "SUELDOS EN EQUIVALENTE MENSUAL (P: H POR HORA, "
                  "S SEMANAL, Q QUINCENAL, M MENSUAL)"
               DELIMITED BY SIZE INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE SPACES TO INFORME-RECORD.
           STRING "PARES: DESVIO DEL COMPA SOBRE LA MEDIA DE LOS "
                  "DEMAS DE SU GRADO Y TRAMO DE ANTIGUEDAD, AVISO A "
                  "MAS DE " DESVIO-EDIT " PUNTOS"
               DELIMITED BY SIZE INTO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.

       VERIFICAR-ESCRITURA-INFORME.
           IF INFORME-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN COMPA_RATIO.TXT, ESTADO "
                      INFORME-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * Detail: one block per department, grade by grade.
      ******************************************************************
       SOLTAR-EMPLEADOS.
           PERFORM VARYING SUB-EMP FROM 1 BY 1
                   UNTIL SUB-EMP > TOTAL-EMPLEADOS
              MOVE TE-DEPTO (SUB-EMP) TO SR-DEPTO
              MOVE TE-GRADO (SUB-EMP) TO SR-GRADO
              MOVE TE-EMP-ID (SUB-EMP) TO SR-EMP-ID
              MOVE SUB-EMP TO SR-INDICE
              RELEASE ORDENADO-RECORD
           END-PERFORM.

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
           MOVE SR-INDICE TO SUB-EMP.
           MOVE TE-EMP-ID (SUB-EMP) TO LDE-EMP-ID.
           MOVE TE-NOMBRE (SUB-EMP) TO LDE-NOMBRE.
           MOVE TE-GRADO (SUB-EMP) TO LDE-GRADO.
           MOVE TE-PAGO (SUB-EMP) TO LDE-PAGO.
           MOVE TE-MENSUAL (SUB-EMP) TO LDE-MENSUAL.
           MOVE 0 TO LDE-MINIMO LDE-MAXIMO.
           MOVE TE-BANDA (SUB-EMP) TO IDX-BANDA.
           IF IDX-BANDA > 0
              MOVE TB-MINIMO (IDX-BANDA) TO LDE-MINIMO
              MOVE TB-MAXIMO (IDX-BANDA) TO LDE-MAXIMO
           END-IF.
           MOVE TE-COMPA (SUB-EMP) TO LDE-COMPA.
           MOVE TE-POSICION (SUB-EMP) TO LDE-POSICION.
           MOVE TE-ANIOS (SUB-EMP) TO LDE-ANIOS.
           MOVE TE-PARES (SUB-EMP) TO LDE-PARES.
           MOVE TE-AVISO (SUB-EMP) TO LDE-AVISO.
           WRITE INFORME-RECORD FROM LINEA-DETALLE.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           ADD 1 TO EMPLEADOS-DEPTO.

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
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           WRITE INFORME-RECORD FROM LINEA-DEPTO.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           WRITE INFORME-RECORD FROM LINEA-CABECERA.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE 0 TO EMPLEADOS-DEPTO.
           MOVE "SI " TO GRUPO-ABIERTO.

       CERRAR-DEPTO.
           IF HAY-GRUPO-ABIERTO
              MOVE EMPLEADOS-DEPTO TO CONTADOR-EDIT
              MOVE SPACES TO INFORME-RECORD
              STRING "  EMPLEADOS DEL DEPARTAMENTO: " CONTADOR-EDIT
                  DELIMITED BY SIZE INTO INFORME-RECORD
              WRITE INFORME-RECORD
              PERFORM VERIFICAR-ESCRITURA-INFORME
              MOVE "NO " TO GRUPO-ABIERTO
           END-IF.

      ******************************************************************
      * Averages: by grade, by department, by grade within department
      * and by tenure bracket. Employees whose grade has no band are
      * in the detail only.
      ******************************************************************
       ESCRIBIR-MEDIAS.
           MOVE "MEDIAS POR GRADO" TO LTM-TITULO.
           PERFORM ABRIR-BLOQUE-MEDIAS.
           PERFORM VARYING SUB-BANDA FROM 1 BY 1
                   UNTIL SUB-BANDA > TOTAL-BANDAS
              IF SG-CUANTOS (SUB-BANDA) > 0
                 MOVE SPACES TO LME-CLAVE
                 STRING "GRADO " TB-GRADO (SUB-BANDA)
                     DELIMITED BY SIZE INTO LME-CLAVE
                 MOVE SG-CUANTOS (SUB-BANDA) TO LME-CUANTOS
                 COMPUTE MEDIA-COMPA ROUNDED =
                         SG-COMPA (SUB-BANDA) / SG-CUANTOS (SUB-BANDA)
                 COMPUTE MEDIA-POSICION ROUNDED =
                         SG-POSICION (SUB-BANDA)
                         / SG-CUANTOS (SUB-BANDA)
                 MOVE SG-BAJO (SUB-BANDA) TO LME-BAJO
                 MOVE SG-SOBRE (SUB-BANDA) TO LME-SOBRE
                 PERFORM ESCRIBIR-LINEA-MEDIAS
              END-IF
           END-PERFORM.
           MOVE "MEDIAS POR DEPARTAMENTO" TO LTM-TITULO.
           PERFORM ABRIR-BLOQUE-MEDIAS.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS
              MOVE SPACES TO LME-CLAVE
              STRING "DEPTO " SD-DEPTO (SUB-DEPTO)
                  DELIMITED BY SIZE INTO LME-CLAVE
              MOVE SD-CUANTOS (SUB-DEPTO) TO LME-CUANTOS
              COMPUTE MEDIA-COMPA ROUNDED =
                      SD-COMPA (SUB-DEPTO) / SD-CUANTOS (SUB-DEPTO)
              COMPUTE MEDIA-POSICION ROUNDED =
                      SD-POSICION (SUB-DEPTO) / SD-CUANTOS (SUB-DEPTO)
              MOVE SD-BAJO (SUB-DEPTO) TO LME-BAJO
              MOVE SD-SOBRE (SUB-DEPTO) TO LME-SOBRE
              PERFORM ESCRIBIR-LINEA-MEDIAS
           END-PERFORM.
      * Same grade, different departments, one under the other.
           MOVE "MEDIAS POR GRADO Y DEPARTAMENTO" TO LTM-TITULO.
           PERFORM ABRIR-BLOQUE-MEDIAS.
           PERFORM VARYING SUB-BANDA FROM 1 BY 1
                   UNTIL SUB-BANDA > TOTAL-BANDAS
              PERFORM VARYING SUB-CRUCE FROM 1 BY 1
                      UNTIL SUB-CRUCE > TOTAL-CRUCES
                 IF CR-GRADO (SUB-CRUCE) = TB-GRADO (SUB-BANDA)
                    PERFORM ESCRIBIR-CRUCE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE "MEDIAS POR ANTIGUEDAD" TO LTM-TITULO.
           PERFORM ABRIR-BLOQUE-MEDIAS.
           PERFORM VARYING SUB-TRAMO FROM 1 BY 1
                   UNTIL SUB-TRAMO > 6
              IF ST-CUANTOS (SUB-TRAMO) > 0
                 MOVE NOMBRE-TRAMO (SUB-TRAMO) TO LME-CLAVE
                 MOVE ST-CUANTOS (SUB-TRAMO) TO LME-CUANTOS
                 COMPUTE MEDIA-COMPA ROUNDED =
                         ST-COMPA (SUB-TRAMO) / ST-CUANTOS (SUB-TRAMO)
                 COMPUTE MEDIA-POSICION ROUNDED =
                         ST-POSICION (SUB-TRAMO)
                         / ST-CUANTOS (SUB-TRAMO)
                 MOVE ST-BAJO (SUB-TRAMO) TO LME-BAJO
                 MOVE ST-SOBRE (SUB-TRAMO) TO LME-SOBRE
                 PERFORM ESCRIBIR-LINEA-MEDIAS
              END-IF
           END-PERFORM.

       ESCRIBIR-CRUCE.
           MOVE SPACES TO LME-CLAVE.
           STRING "GRADO " CR-GRADO (SUB-CRUCE) " DEPTO "
                  CR-DEPTO (SUB-CRUCE)
               DELIMITED BY SIZE INTO LME-CLAVE.
           MOVE CR-CUANTOS (SUB-CRUCE) TO LME-CUANTOS.
           COMPUTE MEDIA-COMPA ROUNDED =
                   CR-COMPA (SUB-CRUCE) / CR-CUANTOS (SUB-CRUCE).
           COMPUTE MEDIA-POSICION ROUNDED =
                   CR-POSICION (SUB-CRUCE) / CR-CUANTOS (SUB-CRUCE).
           MOVE CR-BAJO (SUB-CRUCE) TO LME-BAJO.
           MOVE CR-SOBRE (SUB-CRUCE) TO LME-SOBRE.
           PERFORM ESCRIBIR-LINEA-MEDIAS.

       ABRIR-BLOQUE-MEDIAS.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           WRITE INFORME-RECORD FROM LINEA-TITULO-MEDIAS.
           PERFORM VERIFICAR-ESCRITURA-INFORME.

       ESCRIBIR-LINEA-MEDIAS.
           MOVE MEDIA-COMPA TO LME-COMPA.
           MOVE MEDIA-POSICION TO LME-POSICION.
           WRITE INFORME-RECORD FROM LINEA-MEDIAS.
           PERFORM VERIFICAR-ESCRITURA-INFORME.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE TOTAL-MEDIDOS TO CONTADOR-EDIT.
           MOVE SPACES TO INFORME-RECORD.
           STRING "EMPLEADOS MEDIDOS CONTRA SU BANDA " CONTADOR-EDIT
               DELIMITED BY SIZE INTO INFORME-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE TOTAL-BAJO-MINIMO TO CONTADOR-EDIT.
           MOVE SPACES TO INFORME-RECORD.
           STRING "BAJO EL MINIMO DE SU BANDA       " CONTADOR-EDIT
               DELIMITED BY SIZE INTO INFORME-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE TOTAL-SOBRE-MAXIMO TO CONTADOR-EDIT.
           MOVE SPACES TO INFORME-RECORD.
           STRING "SOBRE EL MAXIMO DE SU BANDA      " CONTADOR-EDIT
               DELIMITED BY SIZE INTO INFORME-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE TOTAL-ATIPICOS TO CONTADOR-EDIT.
           MOVE SPACES TO INFORME-RECORD.
           STRING "LEJOS DE SUS PARES               " CONTADOR-EDIT
               DELIMITED BY SIZE INTO INFORME-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE TOTAL-SIN-BANDA TO CONTADOR-EDIT.
           MOVE SPACES TO INFORME-RECORD.
           STRING "GRADO SIN BANDA, SIN MEDIR       " CONTADOR-EDIT
               DELIMITED BY SIZE INTO INFORME-RECORD.
           PERFORM ESCRIBIR-LINEA-RESUMEN.

       ESCRIBIR-LINEA-RESUMEN.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.

       END PROGRAM COMPARAT.
