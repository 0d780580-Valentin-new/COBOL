      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Annual salary review -- takes the salaried active
      *          staff off EMPLEADOS.DAT into REVISION_SALARIAL.DAT,
      *          writes a worksheet per department
      *          (HOJA_REVISION_<depto>.TXT) with each employee's
      *          salary, grade, position in the grade's band off
      *          BANDAS_SALARIALES.DAT and tenure, takes the
      *          managers' proposed salaries and grades (warning on
      *          any above the band maximum), and checks each
      *          department's annual cost of the raises against its
      *          pool in BOLSAS_REVISION.DAT. A supervisor approves a
      *          department only within its pool, and the approved
      *          raises are queued in one pass as effective-dated
      *          CAMBIOS_PENDIENTES.DAT entries -- still pending, so
      *          APROBCAM.cbl releases them before the run of the
      *          effective period applies them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSALAR.
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
           SELECT OPTIONAL REVISION-FILE
               ASSIGN TO "REVISION_SALARIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVISION-STATUS.
           SELECT OPTIONAL BOLSAS-FILE
               ASSIGN TO "BOLSAS_REVISION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOLSAS-STATUS.
           SELECT CAMPEND-FILE
               ASSIGN TO "CAMBIOS_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPEND-STATUS.
           SELECT HOJA-FILE ASSIGN TO HOJA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOJA-STATUS.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTO-FILE.
           COPY DEPREC.

       FD  BANDAS-FILE.
      * Same band layout the pay run loads.
       01  BANDA-RECORD.
           05 BS-GRADO   PIC X(2).
           05 BS-MINIMO  PIC 9(5)V9(2).
           05 BS-MAXIMO  PIC 9(5)V9(2).
           05 BS-ESCALON PIC 9(4)V9(2).

       FD  REVISION-FILE.
      * One line per employee in the round: the salary and grade on
      * file when it was prepared, the proposal, and where it stands
      * -- "P" open to proposals, "A" approved with its department,
      * "G" already queued in CAMBIOS_PENDIENTES.DAT. RV-FACTOR is
      * the number of pays in a year (12, 24 or 52), so a weekly
      * raise weighs on the pool like a monthly one.
       01  REVISION-RECORD.
           05 RV-EMP-ID      PIC 9(5).
           05 RV-DEPTO       PIC X(4).
           05 RV-NOMBRE      PIC X(30).
           05 RV-FECHA-ALTA  PIC 9(8).
           05 RV-SUELDO      PIC 9(5)V9(2).
           05 RV-GRADO       PIC X(2).
           05 RV-FACTOR      PIC 9(2).
           05 RV-SUELDO-PROP PIC 9(5)V9(2).
           05 RV-GRADO-PROP  PIC X(2).
           05 RV-ESTADO      PIC X(1).
           05 RV-OPERADOR    PIC X(8).

       FD  BOLSAS-FILE.
      * The yearly cost of raises each department may spend, and who
      * set it.
       01  BOLSA-RECORD.
           05 BR-DEPTO    PIC X(4).
           05 BR-IMPORTE  PIC 9(7)V9(2).
           05 BR-OPERADOR PIC X(8).

       FD  CAMPEND-FILE.
      * Must match the layout EMPMANT.cbl queues, APROBCAM.cbl
      * releases and the run applies.
       01  CAMPEND-RECORD.
           05 CP-EMP-ID         PIC 9(5).
           05 CP-SUELDO         PIC 9(5)V9(2).
           05 CP-GRADO          PIC X(2).
           05 CP-FECHA-EFECTIVA PIC 9(8).
           05 CP-ESTADO         PIC X(1).

       FD  HOJA-FILE.
       01  HOJA-RECORD PIC X(132).

       FD  OPERATORS-FILE.
      * One operator per line: "<code> <S|U>", S marks a supervisor.
       01  OPERATOR-RECORD.
           05 OP-CODIGO PIC X(8).
           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
       01 EMPLOYEE-STATUS PIC X(2).
       01 DEPTO-STATUS PIC X(2).
       01 BANDAS-STATUS PIC X(2).
       01 REVISION-STATUS PIC X(2).
       01 BOLSAS-STATUS PIC X(2).
       01 CAMPEND-STATUS PIC X(2).
       01 HOJA-STATUS PIC X(2).
       01 HOJA-NOMBRE PIC X(40).
       01 OPCION PIC 9(1).
       01 SEGUIR-MENU PIC X(3) VALUE "SI ".
           88 CONTINUAR-MENU VALUE "SI ".
       01 CONFIRMAR PIC X(3).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FECHA-HOY PIC 9(8).
       01 FECHA-HOY-R REDEFINES FECHA-HOY.
           05 FH-ANIO PIC 9(4).
           05 FH-MES  PIC 9(2).
           05 FH-DIA  PIC 9(2).
      * Same bound as FACTURACION.cbl's VALIDAR-SALARIO and EMPMANT.
       01 SALARIO-MAXIMO PIC 9(5)V9(2) VALUE 50000.00.
      * The round in memory, rewritten entire after every change.
       01 TOTAL-REVISION PIC 9(4) VALUE 0.
       01 TABLA-REVISION.
           05 REVISION OCCURS 1000 TIMES.
              10 TRV-EMP-ID      PIC 9(5).
              10 TRV-DEPTO       PIC X(4).
              10 TRV-NOMBRE      PIC X(30).
              10 TRV-FECHA-ALTA  PIC 9(8).
              10 TRV-SUELDO      PIC 9(5)V9(2).
              10 TRV-GRADO       PIC X(2).
              10 TRV-FACTOR      PIC 9(2).
              10 TRV-SUELDO-PROP PIC 9(5)V9(2).
              10 TRV-GRADO-PROP  PIC X(2).
              10 TRV-ESTADO      PIC X(1).
              10 TRV-OPERADOR    PIC X(8).
       01 SUB-REVISION PIC 9(4).
      * Set when a file held more lines than its table -- the
      * rewrite would silently delete the unloaded tail, so the
      * session refuses to start instead.
       01 TABLA-LLENA PIC X(3) VALUE "NO ".
           88 TABLA-DESBORDADA VALUE "SI ".
       01 TOTAL-BOLSAS PIC 9(3) VALUE 0.
       01 TABLA-BOLSAS.
           05 BOLSA OCCURS 100 TIMES.
              10 TBO-DEPTO    PIC X(4).
              10 TBO-IMPORTE  PIC 9(7)V9(2).
              10 TBO-OPERADOR PIC X(8).
       01 SUB-BOLSA PIC 9(3).
       01 BOLSA-ELEGIDA PIC 9(3).
       01 TOTAL-BANDAS PIC 9(2) VALUE 0.
       01 TABLA-BANDAS.
           05 BANDA-SALARIAL OCCURS 10 TIMES.
              10 TB-GRADO   PIC X(2).
              10 TB-MINIMO  PIC 9(5)V9(2).
              10 TB-MAXIMO  PIC 9(5)V9(2).
       01 SUB-BANDA PIC 9(2).
       01 IDX-BANDA PIC 9(2).
       01 GRADO-BANDA PIC X(2).
      * The departments in the round, in the order first met.
       01 TOTAL-DEPTOS PIC 9(3) VALUE 0.
       01 TABLA-DEPTOS.
           05 TDE-DEPTO PIC X(4) OCCURS 100 TIMES.
       01 SUB-DEPTO PIC 9(3).
       01 DEPTO-HALLADO PIC 9(3).
       01 DEPTO-PEDIDO PIC X(4).
       01 DEPTO-NOMBRE PIC X(30).
      * One department's figures: payroll and raise cost a year, the
      * pool, proposals over the band maximum.
       01 DEPTO-EMPLEADOS PIC 9(4).
       01 DEPTO-MASA PIC 9(9)V9(2).
       01 DEPTO-COSTE PIC S9(9)V9(2).
       01 DEPTO-BOLSA PIC 9(7)V9(2).
       01 DEPTO-SALDO PIC S9(9)V9(2).
       01 DEPTO-SOBRE-MAXIMO PIC 9(4).
       01 DEPTO-PENDIENTES PIC 9(4).
       01 DEPTO-APROBADOS PIC 9(4).
       01 DEPTO-TIENE-BOLSA PIC X(3).
           88 HAY-BOLSA-DEPTO VALUE "SI ".
      * Work fields for one line -- kept apart, as a product of a
      * parenthesised difference is not trusted to one COMPUTE.
       01 AUMENTO-LINEA PIC S9(5)V9(2).
       01 COSTE-LINEA PIC S9(7)V9(2).
       01 PORCENTAJE-AUMENTO PIC S9(3)V9(1).
       01 DIF-BANDA PIC S9(5)V9(2).
       01 AMPLITUD-BANDA PIC 9(5)V9(2).
       01 POSICION-BANDA PIC S9(3)V9(1).
       01 MESES-ANTIGUEDAD PIC 9(4).
       01 MES-HOY PIC 9(6).
       01 MES-ALTA PIC 9(6).
       01 ANIOS-ANTIGUEDAD PIC 9(2).
       01 RESTO-MESES PIC 9(2).
       01 SOBRE-MAXIMO-SW PIC X(3) VALUE "NO ".
           88 SOBRE-MAXIMO VALUE "SI ".
       01 SUELDO-NUEVO PIC 9(5)V9(2).
       01 GRADO-NUEVO PIC X(2).
       01 IMPORTE-NUEVO PIC 9(7)V9(2).
       01 FECHA-EFECTIVA PIC 9(8).
       01 FECHA-EFECTIVA-R REDEFINES FECHA-EFECTIVA.
           05 FE-ANIO PIC 9(4).
           05 FE-MES  PIC 9(2).
           05 FE-DIA  PIC 9(2).
       01 FECHA-ALTA-LINEA PIC 9(8).
       01 FECHA-ALTA-LINEA-R REDEFINES FECHA-ALTA-LINEA.
           05 FA-ANIO PIC 9(4).
           05 FA-MES  PIC 9(2).
           05 FA-DIA  PIC 9(2).
       01 CAMBIOS-GENERADOS PIC 9(4).
       01 CAMBIOS-OMITIDOS PIC 9(4).
       01 SIN-AUMENTO PIC 9(4).
       01 PREPARADOS PIC 9(4).
       01 HOJAS-ESCRITAS PIC 9(3).
       01 IMPORTE-EDIT PIC -(8)9.99.
       01 IMPORTE-EDIT-2 PIC -(8)9.99.
       01 LINEA-TITULO-HOJA.
           05 FILLER       PIC X(31)
                  VALUE "HOJA DE REVISION SALARIAL DEPTO".
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LTH-DEPTO    PIC X(4).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LTH-NOMBRE   PIC X(30).
           05 FILLER       PIC X(9) VALUE "  EMITIDA".
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LTH-FECHA    PIC 9(8).
       01 LINEA-CABECERA-HOJA.
           05 FILLER PIC X(7)  VALUE "     ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(31) VALUE "NOMBRE".
           05 FILLER PIC X(3)  VALUE "GR".
           05 FILLER PIC X(10) VALUE "    SUELDO".
           05 FILLER PIC X(10) VALUE " BANDA MIN".
           05 FILLER PIC X(10) VALUE " BANDA MAX".
           05 FILLER PIC X(7)  VALUE "  POS %".
           05 FILLER PIC X(8)  VALUE "  ANT AA".
           05 FILLER PIC X(3)  VALUE "/MM".
           05 FILLER PIC X(11) VALUE "  PROPUESTO".
           05 FILLER PIC X(3)  VALUE " GR".
           05 FILLER PIC X(7)  VALUE "  AUM %".
           05 FILLER PIC X(3)  VALUE " E".
           05 FILLER PIC X(9)  VALUE "  AVISO".
       01 LINEA-HOJA.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LH-EMP-ID    PIC 9(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LH-NOMBRE    PIC X(30).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LH-GRADO     PIC X(2).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LH-SUELDO    PIC Z(6)9.99.
           05 LH-MINIMO    PIC Z(6)9.99.
           05 LH-MAXIMO    PIC Z(6)9.99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LH-POSICION  PIC -(3)9.9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 LH-ANIOS     PIC Z9.
           05 FILLER       PIC X(1) VALUE "/".
           05 LH-MESES     PIC 99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LH-PROPUESTO PIC Z(7)9.99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LH-GRADO-PROP PIC X(2).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LH-AUMENTO   PIC -(3)9.9.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LH-ESTADO    PIC X(1).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LH-AVISO     PIC X(11).
       01 LINEA-PIE-HOJA.
           05 LPH-ETIQUETA PIC X(40).
           05 LPH-IMPORTE  PIC -(10)9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LPH-NOTA     PIC X(30).
       01 LINEA-RESUMEN-DEPTO.
           05 LRD-DEPTO    PIC X(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LRD-EMPLEADOS PIC Z(3)9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LRD-COSTE    PIC -(8)9.99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LRD-BOLSA    PIC Z(8)9.99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LRD-SALDO    PIC -(8)9.99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LRD-SOBRE-MAX PIC Z(3)9.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LRD-ESTADO   PIC X(14).

       PROCEDURE DIVISION.
       INICIO.
      * Every proposal carries who keyed it, and the pools, approval
      * and queueing are a supervisor's.
           PERFORM FIRMAR-OPERADOR.
           IF NOT HAY-SIGNON
              DISPLAY "SIN FIRMA DE OPERADOR, NO HAY REVISION"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE MES-HOY = FH-ANIO * 12 + FH-MES.
           PERFORM CARGAR-BANDAS.
           PERFORM CARGAR-REVISION.
           PERFORM CARGAR-BOLSAS.
      * With an incomplete table the rewrite would delete every line
      * past the limit -- nothing may be keyed over a partial load.
           IF TABLA-DESBORDADA
              DISPLAY "REVISION_SALARIAL.DAT O BOLSAS_REVISION.DAT "
                      "SUPERA SU TABLA, NO SE TOCA NADA PARA NO "
                      "PERDER LINEAS -- AMPLIAR LA TABLA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM MENU-REVISION UNTIL NOT CONTINUAR-MENU.
           STOP RUN.

       MENU-REVISION.
           DISPLAY "REVISION SALARIAL ANUAL".
           DISPLAY "EMPLEADOS EN LA REVISION: " TOTAL-REVISION.
           DISPLAY "1. PREPARAR LA REVISION DESDE EL MAESTRO "
                   "(SUPERVISOR)".
           DISPLAY "2. ESCRIBIR HOJAS DE TRABAJO POR DEPARTAMENTO".
           DISPLAY "3. PROPONER AUMENTOS DE UN DEPARTAMENTO".
           DISPLAY "4. BOLSA DE UN DEPARTAMENTO (SUPERVISOR)".
           DISPLAY "5. CONTRASTAR CON LAS BOLSAS Y APROBAR "
                   "(SUPERVISOR)".
           DISPLAY "6. GENERAR LOS CAMBIOS APROBADOS (SUPERVISOR)".
           DISPLAY "0. SALIR".
           ACCEPT OPCION.
           IF OPCION = 2
              PERFORM ESCRIBIR-HOJAS
           END-IF.
           IF OPCION = 3
              PERFORM PROPONER-AUMENTOS
           END-IF.
           IF OPCION = 1 OR OPCION = 4 OR OPCION = 5 OR OPCION = 6
              IF NOT ES-SUPERVISOR
                 DISPLAY "ESTA OPCION REQUIERE UN SUPERVISOR"
              ELSE
                 IF OPCION = 1
                    PERFORM PREPARAR-REVISION
                 END-IF
                 IF OPCION = 4
                    PERFORM FIJAR-BOLSA
                 END-IF
                 IF OPCION = 5
                    PERFORM CONTRASTAR-Y-APROBAR
                 END-IF
                 IF OPCION = 6
                    PERFORM GENERAR-CAMBIOS
                 END-IF
              END-IF
           END-IF.
           IF OPCION = 0
              MOVE "NO " TO SEGUIR-MENU
           END-IF.

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
      * GRADO-BANDA in, IDX-BANDA out (zero: no band for the grade).
           MOVE 0 TO IDX-BANDA.
           PERFORM VARYING SUB-BANDA FROM 1 BY 1
                   UNTIL SUB-BANDA > TOTAL-BANDAS
              IF TB-GRADO (SUB-BANDA) = GRADO-BANDA
                 MOVE SUB-BANDA TO IDX-BANDA
              END-IF
           END-PERFORM.

       CARGAR-REVISION.
           MOVE 0 TO TOTAL-REVISION.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT REVISION-FILE.
           IF REVISION-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM CARGAR-UNA-REVISION UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE REVISION-FILE.

       CARGAR-UNA-REVISION.
           READ REVISION-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-REVISION < 1000
                      ADD 1 TO TOTAL-REVISION
                      MOVE REVISION-RECORD TO
                           REVISION (TOTAL-REVISION)
                   ELSE
                      SET TABLA-DESBORDADA TO TRUE
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       CARGAR-BOLSAS.
           MOVE 0 TO TOTAL-BOLSAS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT BOLSAS-FILE.
           IF BOLSAS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM CARGAR-UNA-BOLSA UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE BOLSAS-FILE.

       CARGAR-UNA-BOLSA.
           READ BOLSAS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-BOLSAS < 100
                      ADD 1 TO TOTAL-BOLSAS
                      MOVE BOLSA-RECORD TO BOLSA (TOTAL-BOLSAS)
                   ELSE
                      SET TABLA-DESBORDADA TO TRUE
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       REESCRIBIR-REVISION.
           OPEN OUTPUT REVISION-FILE.
           PERFORM VARYING SUB-REVISION FROM 1 BY 1
                   UNTIL SUB-REVISION > TOTAL-REVISION
              MOVE REVISION (SUB-REVISION) TO REVISION-RECORD
              WRITE REVISION-RECORD
              IF REVISION-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN REVISION_SALARIAL.DAT, "
                         "ESTADO " REVISION-STATUS
                         ", EJECUCION ABORTADA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE REVISION-FILE.

       REESCRIBIR-BOLSAS.
           OPEN OUTPUT BOLSAS-FILE.
           PERFORM VARYING SUB-BOLSA FROM 1 BY 1
                   UNTIL SUB-BOLSA > TOTAL-BOLSAS
              MOVE BOLSA (SUB-BOLSA) TO BOLSA-RECORD
              WRITE BOLSA-RECORD
              IF BOLSAS-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN BOLSAS_REVISION.DAT, "
                         "ESTADO " BOLSAS-STATUS
                         ", EJECUCION ABORTADA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE BOLSAS-FILE.

      ******************************************************************
      * Preparing the round off the master.
      ******************************************************************
       PREPARAR-REVISION.
      * A new round replaces the old one -- proposals not yet queued
      * would be lost, so that needs saying out loud.
           MOVE 0 TO DEPTO-PENDIENTES.
           PERFORM VARYING SUB-REVISION FROM 1 BY 1
                   UNTIL SUB-REVISION > TOTAL-REVISION
              IF TRV-ESTADO (SUB-REVISION) NOT = "G"
                 ADD 1 TO DEPTO-PENDIENTES
              END-IF
           END-PERFORM.
           MOVE "SI " TO CONFIRMAR.
           IF DEPTO-PENDIENTES > 0
              DISPLAY "HAY " DEPTO-PENDIENTES " PROPUESTAS SIN "
                      "GENERAR QUE SE PERDERAN. EMPEZAR UNA REVISION "
                      "NUEVA? (SI /NO )"
              ACCEPT CONFIRMAR
           END-IF.
           IF CONFIRMAR NOT = "SI "
              DISPLAY "REVISION EN CURSO SIN CAMBIOS"
           ELSE
              PERFORM TOMAR-MAESTRO
           END-IF.

       TOMAR-MAESTRO.
      * Salaried staff only, active or suspended -- an hourly rate is
      * not a band amount and is reviewed in EMPMANT as before.
           MOVE 0 TO TOTAL-REVISION.
           MOVE 0 TO PREPARADOS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "NO HAY EMPLEADOS.DAT, NADA QUE REVISAR"
              MOVE "SI " TO FIN-DE-ARCHIVO
           ELSE
              MOVE 0 TO EMP-ID
              START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
                  INVALID KEY
                      MOVE "SI " TO FIN-DE-ARCHIVO
              END-START
           END-IF.
           PERFORM TOMAR-UN-EMPLEADO UNTIL HAY-FIN-DE-ARCHIVO.
           IF EMPLOYEE-STATUS = "00" OR EMPLOYEE-STATUS = "10"
              CLOSE EMPLOYEE-FILE
           END-IF.
           PERFORM REESCRIBIR-REVISION.
           DISPLAY "REVISION PREPARADA CON " PREPARADOS
                   " EMPLEADOS".
           PERFORM ESCRIBIR-HOJAS.

       TOMAR-UN-EMPLEADO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF NOT EMP-TERMINADO AND NOT EMP-PAGO-POR-HORA
                      PERFORM ANOTAR-EMPLEADO
                   END-IF
           END-READ.

       ANOTAR-EMPLEADO.
           IF TOTAL-REVISION < 1000
              ADD 1 TO TOTAL-REVISION
              ADD 1 TO PREPARADOS
              MOVE TOTAL-REVISION TO SUB-REVISION
              MOVE EMP-ID TO TRV-EMP-ID (SUB-REVISION)
              MOVE EMP-DEPTO TO TRV-DEPTO (SUB-REVISION)
              MOVE EMP-NOMBRE TO TRV-NOMBRE (SUB-REVISION)
              MOVE EMP-FECHA-ALTA TO TRV-FECHA-ALTA (SUB-REVISION)
              MOVE EMP-SALARIO TO TRV-SUELDO (SUB-REVISION)
              MOVE EMP-GRADO TO TRV-GRADO (SUB-REVISION)
              MOVE 12 TO TRV-FACTOR (SUB-REVISION)
              IF EMP-FREC-SEMANAL
                 MOVE 52 TO TRV-FACTOR (SUB-REVISION)
              END-IF
              IF EMP-FREC-QUINCENAL
                 MOVE 24 TO TRV-FACTOR (SUB-REVISION)
              END-IF
              MOVE EMP-SALARIO TO TRV-SUELDO-PROP (SUB-REVISION)
              MOVE EMP-GRADO TO TRV-GRADO-PROP (SUB-REVISION)
              MOVE "P" TO TRV-ESTADO (SUB-REVISION)
              MOVE OPERADOR-ACTUAL TO TRV-OPERADOR (SUB-REVISION)
           ELSE
              IF NOT TABLA-DESBORDADA
                 DISPLAY "AVISO: LIMITE DE 1000 EMPLEADOS, EL RESTO "
                         "QUEDA FUERA DE LA REVISION"
                 SET TABLA-DESBORDADA TO TRUE
              END-IF
           END-IF.

      ******************************************************************
      * Worksheets, one file per department.
      ******************************************************************
       LISTAR-DEPARTAMENTOS.
           MOVE 0 TO TOTAL-DEPTOS.
           PERFORM VARYING SUB-REVISION FROM 1 BY 1
                   UNTIL SUB-REVISION > TOTAL-REVISION
              MOVE TRV-DEPTO (SUB-REVISION) TO DEPTO-PEDIDO
              PERFORM BUSCAR-DEPARTAMENTO
              IF DEPTO-HALLADO = 0 AND TOTAL-DEPTOS < 100
                 ADD 1 TO TOTAL-DEPTOS
                 MOVE DEPTO-PEDIDO TO TDE-DEPTO (TOTAL-DEPTOS)
              END-IF
           END-PERFORM.

       BUSCAR-DEPARTAMENTO.
           MOVE 0 TO DEPTO-HALLADO.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS
              IF TDE-DEPTO (SUB-DEPTO) = DEPTO-PEDIDO
                 MOVE SUB-DEPTO TO DEPTO-HALLADO
              END-IF
           END-PERFORM.

       ESCRIBIR-HOJAS.
           MOVE 0 TO HOJAS-ESCRITAS.
           PERFORM LISTAR-DEPARTAMENTOS.
           OPEN INPUT DEPTO-FILE.
           PERFORM ESCRIBIR-HOJA-DEPTO
                   VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS.
           IF DEPTO-STATUS = "00"
              CLOSE DEPTO-FILE
           END-IF.
           DISPLAY HOJAS-ESCRITAS " HOJAS DE TRABAJO ESCRITAS".

       ESCRIBIR-HOJA-DEPTO.
           MOVE TDE-DEPTO (SUB-DEPTO) TO DEPTO-PEDIDO.
           PERFORM BUSCAR-NOMBRE-DEPTO.
           MOVE SPACES TO HOJA-NOMBRE.
           IF DEPTO-PEDIDO = SPACES
              MOVE "HOJA_REVISION_SIN.TXT" TO HOJA-NOMBRE
           ELSE
              STRING "HOJA_REVISION_" DEPTO-PEDIDO DELIMITED BY SPACE
                     ".TXT" DELIMITED BY SIZE
                  INTO HOJA-NOMBRE
              END-STRING
           END-IF.
           OPEN OUTPUT HOJA-FILE.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           MOVE DEPTO-PEDIDO TO LTH-DEPTO.
           MOVE DEPTO-NOMBRE TO LTH-NOMBRE.
           MOVE FECHA-HOY TO LTH-FECHA.
           WRITE HOJA-RECORD FROM LINEA-TITULO-HOJA.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           MOVE SPACES TO HOJA-RECORD.
           WRITE HOJA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           WRITE HOJA-RECORD FROM LINEA-CABECERA-HOJA.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           PERFORM ESCRIBIR-LINEA-HOJA
                   VARYING SUB-REVISION FROM 1 BY 1
                   UNTIL SUB-REVISION > TOTAL-REVISION.
           PERFORM SUMAR-DEPARTAMENTO.
           PERFORM ESCRIBIR-PIE-HOJA.
           CLOSE HOJA-FILE.
           ADD 1 TO HOJAS-ESCRITAS.

       BUSCAR-NOMBRE-DEPTO.
           MOVE "(SIN DEPARTAMENTO)" TO DEPTO-NOMBRE.
           IF DEPTO-PEDIDO NOT = SPACES
              MOVE "(FUERA DEL MAESTRO)" TO DEPTO-NOMBRE
              IF DEPTO-STATUS = "00" OR DEPTO-STATUS = "23"
                 MOVE DEPTO-PEDIDO TO DP-CODIGO
                 READ DEPTO-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE DP-NOMBRE TO DEPTO-NOMBRE
                 END-READ
              END-IF
           END-IF.

       ESCRIBIR-LINEA-HOJA.
           IF TRV-DEPTO (SUB-REVISION) = DEPTO-PEDIDO
              PERFORM VALORAR-LINEA
              MOVE TRV-EMP-ID (SUB-REVISION) TO LH-EMP-ID
              MOVE TRV-NOMBRE (SUB-REVISION) TO LH-NOMBRE
              MOVE TRV-GRADO (SUB-REVISION) TO LH-GRADO
              MOVE TRV-SUELDO (SUB-REVISION) TO LH-SUELDO
              MOVE 0 TO LH-MINIMO
              MOVE 0 TO LH-MAXIMO
              MOVE 0 TO LH-POSICION
              MOVE TRV-GRADO (SUB-REVISION) TO GRADO-BANDA
              PERFORM BUSCAR-BANDA-GRADO
              IF IDX-BANDA > 0
                 MOVE TB-MINIMO (IDX-BANDA) TO LH-MINIMO
                 MOVE TB-MAXIMO (IDX-BANDA) TO LH-MAXIMO
                 PERFORM CALCULAR-POSICION-BANDA
                 MOVE POSICION-BANDA TO LH-POSICION
              END-IF
              PERFORM CALCULAR-ANTIGUEDAD
              MOVE ANIOS-ANTIGUEDAD TO LH-ANIOS
              MOVE RESTO-MESES TO LH-MESES
              MOVE TRV-SUELDO-PROP (SUB-REVISION) TO LH-PROPUESTO
              MOVE TRV-GRADO-PROP (SUB-REVISION) TO LH-GRADO-PROP
              MOVE PORCENTAJE-AUMENTO TO LH-AUMENTO
              MOVE TRV-ESTADO (SUB-REVISION) TO LH-ESTADO
              MOVE SPACES TO LH-AVISO
              IF SOBRE-MAXIMO
                 MOVE "SOBRE MAX" TO LH-AVISO
              END-IF
              WRITE HOJA-RECORD FROM LINEA-HOJA
              PERFORM VERIFICAR-ESCRITURA-HOJA
           END-IF.

       CALCULAR-POSICION-BANDA.
      * How far up the band the CURRENT salary sits: 0 at the
      * minimum, 100 at the maximum, outside either end beyond them.
           MOVE 0 TO POSICION-BANDA.
           COMPUTE DIF-BANDA = TRV-SUELDO (SUB-REVISION)
                             - TB-MINIMO (IDX-BANDA).
           COMPUTE AMPLITUD-BANDA = TB-MAXIMO (IDX-BANDA)
                                  - TB-MINIMO (IDX-BANDA).
           IF AMPLITUD-BANDA > 0
              COMPUTE POSICION-BANDA ROUNDED =
                      DIF-BANDA * 100 / AMPLITUD-BANDA
           END-IF.

       CALCULAR-ANTIGUEDAD.
      * Whole years and months since the hire date; a month not yet
      * completed on today's day does not count.
           MOVE 0 TO ANIOS-ANTIGUEDAD.
           MOVE 0 TO RESTO-MESES.
           MOVE TRV-FECHA-ALTA (SUB-REVISION) TO FECHA-ALTA-LINEA.
           IF FECHA-ALTA-LINEA NOT = 0
              COMPUTE MES-ALTA = FA-ANIO * 12 + FA-MES
              IF MES-ALTA < MES-HOY
                 COMPUTE MESES-ANTIGUEDAD = MES-HOY - MES-ALTA
                 IF FA-DIA > FH-DIA
                    SUBTRACT 1 FROM MESES-ANTIGUEDAD
                 END-IF
                 DIVIDE MESES-ANTIGUEDAD BY 12
                        GIVING ANIOS-ANTIGUEDAD
                        REMAINDER RESTO-MESES
              END-IF
           END-IF.

       VALORAR-LINEA.
      * The raise on one line: amount, percentage, yearly cost and
      * whether the proposal passes the maximum of the band of the
      * grade it lands on.
           COMPUTE AUMENTO-LINEA = TRV-SUELDO-PROP (SUB-REVISION)
                                 - TRV-SUELDO (SUB-REVISION).
           COMPUTE COSTE-LINEA = AUMENTO-LINEA
                               * TRV-FACTOR (SUB-REVISION).
           MOVE 0 TO PORCENTAJE-AUMENTO.
           IF TRV-SUELDO (SUB-REVISION) > 0
              COMPUTE PORCENTAJE-AUMENTO ROUNDED =
                      AUMENTO-LINEA * 100 / TRV-SUELDO (SUB-REVISION)
           END-IF.
           MOVE "NO " TO SOBRE-MAXIMO-SW.
           MOVE TRV-GRADO-PROP (SUB-REVISION) TO GRADO-BANDA.
           PERFORM BUSCAR-BANDA-GRADO.
           IF IDX-BANDA > 0
              IF TRV-SUELDO-PROP (SUB-REVISION) > TB-MAXIMO (IDX-BANDA)
                 SET SOBRE-MAXIMO TO TRUE
              END-IF
           END-IF.

       SUMAR-DEPARTAMENTO.
      * DEPTO-PEDIDO's totals against its pool.
           MOVE 0 TO DEPTO-EMPLEADOS DEPTO-MASA DEPTO-COSTE.
           MOVE 0 TO DEPTO-SOBRE-MAXIMO DEPTO-PENDIENTES.
           MOVE 0 TO DEPTO-APROBADOS.
           PERFORM SUMAR-LINEA-DEPTO
                   VARYING SUB-REVISION FROM 1 BY 1
                   UNTIL SUB-REVISION > TOTAL-REVISION.
           PERFORM BUSCAR-BOLSA.
           MOVE "NO " TO DEPTO-TIENE-BOLSA.
           MOVE 0 TO DEPTO-BOLSA.
           IF BOLSA-ELEGIDA > 0
              SET HAY-BOLSA-DEPTO TO TRUE
              MOVE TBO-IMPORTE (BOLSA-ELEGIDA) TO DEPTO-BOLSA
           END-IF.
           COMPUTE DEPTO-SALDO = DEPTO-BOLSA - DEPTO-COSTE.

       SUMAR-LINEA-DEPTO.
           IF TRV-DEPTO (SUB-REVISION) = DEPTO-PEDIDO
              PERFORM VALORAR-LINEA
              ADD 1 TO DEPTO-EMPLEADOS
              COMPUTE DEPTO-MASA = DEPTO-MASA
                      + TRV-SUELDO (SUB-REVISION)
                      * TRV-FACTOR (SUB-REVISION)
              ADD COSTE-LINEA TO DEPTO-COSTE
              IF SOBRE-MAXIMO
                 ADD 1 TO DEPTO-SOBRE-MAXIMO
              END-IF
              IF TRV-ESTADO (SUB-REVISION) = "P"
                 ADD 1 TO DEPTO-PENDIENTES
              END-IF
              IF TRV-ESTADO (SUB-REVISION) = "A"
                 ADD 1 TO DEPTO-APROBADOS
              END-IF
           END-IF.

       BUSCAR-BOLSA.
           MOVE 0 TO BOLSA-ELEGIDA.
           PERFORM VARYING SUB-BOLSA FROM 1 BY 1
                   UNTIL SUB-BOLSA > TOTAL-BOLSAS
              IF TBO-DEPTO (SUB-BOLSA) = DEPTO-PEDIDO
                 MOVE SUB-BOLSA TO BOLSA-ELEGIDA
              END-IF
           END-PERFORM.

       ESCRIBIR-PIE-HOJA.
           MOVE SPACES TO HOJA-RECORD.
           WRITE HOJA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           MOVE SPACES TO LPH-NOTA.
           MOVE "MASA SALARIAL ANUAL ACTUAL" TO LPH-ETIQUETA.
           MOVE DEPTO-MASA TO LPH-IMPORTE.
           WRITE HOJA-RECORD FROM LINEA-PIE-HOJA.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           MOVE "COSTE ANUAL DE LOS AUMENTOS PROPUESTOS"
                TO LPH-ETIQUETA.
           MOVE DEPTO-COSTE TO LPH-IMPORTE.
           WRITE HOJA-RECORD FROM LINEA-PIE-HOJA.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           MOVE "BOLSA DEL DEPARTAMENTO" TO LPH-ETIQUETA.
           MOVE DEPTO-BOLSA TO LPH-IMPORTE.
           IF NOT HAY-BOLSA-DEPTO
              MOVE "SIN BOLSA ASIGNADA" TO LPH-NOTA
           END-IF.
           WRITE HOJA-RECORD FROM LINEA-PIE-HOJA.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           MOVE SPACES TO LPH-NOTA.
           MOVE "DISPONIBLE" TO LPH-ETIQUETA.
           MOVE DEPTO-SALDO TO LPH-IMPORTE.
           IF DEPTO-SALDO < 0
              MOVE "SOBRE BOLSA" TO LPH-NOTA
           END-IF.
           WRITE HOJA-RECORD FROM LINEA-PIE-HOJA.
           PERFORM VERIFICAR-ESCRITURA-HOJA.
           IF DEPTO-SOBRE-MAXIMO > 0
              MOVE SPACES TO LPH-NOTA
              MOVE "PROPUESTAS SOBRE EL MAXIMO DE BANDA"
                   TO LPH-ETIQUETA
              MOVE DEPTO-SOBRE-MAXIMO TO LPH-IMPORTE
              WRITE HOJA-RECORD FROM LINEA-PIE-HOJA
              PERFORM VERIFICAR-ESCRITURA-HOJA
           END-IF.

       VERIFICAR-ESCRITURA-HOJA.
           IF HOJA-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN " HOJA-NOMBRE ", ESTADO "
                      HOJA-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * Proposals.
      ******************************************************************
       PROPONER-AUMENTOS.
           DISPLAY "DEPARTAMENTO".
           MOVE SPACES TO DEPTO-PEDIDO.
           ACCEPT DEPTO-PEDIDO.
           MOVE 0 TO DEPTO-PENDIENTES.
           PERFORM PROPONER-UNA-LINEA
                   VARYING SUB-REVISION FROM 1 BY 1
                   UNTIL SUB-REVISION > TOTAL-REVISION.
           IF DEPTO-PENDIENTES = 0
              DISPLAY "NINGUN EMPLEADO DE " DEPTO-PEDIDO
                      " ABIERTO A PROPUESTAS"
           ELSE
              PERFORM REESCRIBIR-REVISION
              PERFORM SUMAR-DEPARTAMENTO
              PERFORM MOSTRAR-SITUACION-DEPTO
           END-IF.

       PROPONER-UNA-LINEA.
      * Only lines still open: an approved department is frozen
      * until its changes are queued.
           IF TRV-DEPTO (SUB-REVISION) = DEPTO-PEDIDO
              AND TRV-ESTADO (SUB-REVISION) = "P"
              ADD 1 TO DEPTO-PENDIENTES
              MOVE TRV-SUELDO (SUB-REVISION) TO IMPORTE-EDIT
              MOVE TRV-SUELDO-PROP (SUB-REVISION) TO IMPORTE-EDIT-2
              DISPLAY "----------------------------------------"
              DISPLAY TRV-EMP-ID (SUB-REVISION) " "
                      TRV-NOMBRE (SUB-REVISION) " GRADO "
                      TRV-GRADO (SUB-REVISION)
              DISPLAY "SUELDO " IMPORTE-EDIT "  PROPUESTO "
                      IMPORTE-EDIT-2 " " TRV-GRADO-PROP (SUB-REVISION)
              DISPLAY "NUEVO SUELDO (0 = DEJAR LA PROPUESTA)"
              MOVE 0 TO SUELDO-NUEVO
              ACCEPT SUELDO-NUEVO
              DISPLAY "NUEVO GRADO (ENTER = DEJAR LA PROPUESTA)"
              MOVE SPACES TO GRADO-NUEVO
              ACCEPT GRADO-NUEVO
              PERFORM VALIDAR-PROPUESTA
           END-IF.

       VALIDAR-PROPUESTA.
      * The same edits EMPMANT applies before queueing anything; a
      * merit round raises or holds, it does not cut.
           IF SUELDO-NUEVO = 0
              MOVE TRV-SUELDO-PROP (SUB-REVISION) TO SUELDO-NUEVO
           END-IF.
           IF GRADO-NUEVO = SPACES
              MOVE TRV-GRADO-PROP (SUB-REVISION) TO GRADO-NUEVO
           END-IF.
           IF SUELDO-NUEVO > SALARIO-MAXIMO
              DISPLAY "SUELDO SOBRE EL MAXIMO PERMITIDO, SE DEJA LA "
                      "PROPUESTA ANTERIOR"
           ELSE
           IF SUELDO-NUEVO < TRV-SUELDO (SUB-REVISION)
              DISPLAY "LA REVISION NO BAJA SUELDOS, SE DEJA LA "
                      "PROPUESTA ANTERIOR"
           ELSE
           IF GRADO-NUEVO NOT = "A1" AND GRADO-NUEVO NOT = "A2"
              AND GRADO-NUEVO NOT = "B1" AND GRADO-NUEVO NOT = "B2"
              AND GRADO-NUEVO NOT = "C1"
              DISPLAY "GRADO INVALIDO [" GRADO-NUEVO "], SE DEJA LA "
                      "PROPUESTA ANTERIOR"
           ELSE
              MOVE SUELDO-NUEVO TO TRV-SUELDO-PROP (SUB-REVISION)
              MOVE GRADO-NUEVO TO TRV-GRADO-PROP (SUB-REVISION)
              MOVE OPERADOR-ACTUAL TO TRV-OPERADOR (SUB-REVISION)
              PERFORM VALORAR-LINEA
              IF SOBRE-MAXIMO
                 MOVE TB-MAXIMO (IDX-BANDA) TO IMPORTE-EDIT
                 DISPLAY "AVISO: PROPUESTA SOBRE EL MAXIMO DE LA "
                         "BANDA " GRADO-NUEVO " (" IMPORTE-EDIT ")"
              END-IF
           END-IF
           END-IF
           END-IF.

       MOSTRAR-SITUACION-DEPTO.
           MOVE DEPTO-COSTE TO IMPORTE-EDIT.
           MOVE DEPTO-BOLSA TO IMPORTE-EDIT-2.
           DISPLAY "DEPARTAMENTO " DEPTO-PEDIDO ": COSTE ANUAL "
                   IMPORTE-EDIT "  BOLSA " IMPORTE-EDIT-2.
           IF NOT HAY-BOLSA-DEPTO
              DISPLAY "AVISO: EL DEPARTAMENTO NO TIENE BOLSA ASIGNADA"
           END-IF.
           IF DEPTO-SALDO < 0
              MOVE DEPTO-SALDO TO IMPORTE-EDIT
              DISPLAY "AVISO: LAS PROPUESTAS SUPERAN LA BOLSA EN "
                      IMPORTE-EDIT
           END-IF.
           IF DEPTO-SOBRE-MAXIMO > 0
              DISPLAY "AVISO: " DEPTO-SOBRE-MAXIMO " PROPUESTAS "
                      "SOBRE EL MAXIMO DE SU BANDA"
           END-IF.

      ******************************************************************
      * Pools and approval.
      ******************************************************************
       FIJAR-BOLSA.
           DISPLAY "DEPARTAMENTO".
           MOVE SPACES TO DEPTO-PEDIDO.
           ACCEPT DEPTO-PEDIDO.
           DISPLAY "BOLSA ANUAL PARA AUMENTOS".
           MOVE 0 TO IMPORTE-NUEVO.
           ACCEPT IMPORTE-NUEVO.
           PERFORM BUSCAR-BOLSA.
           IF BOLSA-ELEGIDA = 0 AND TOTAL-BOLSAS >= 100
              DISPLAY "TABLA DE BOLSAS LLENA, NADA CAMBIA"
           ELSE
              IF BOLSA-ELEGIDA = 0
                 ADD 1 TO TOTAL-BOLSAS
                 MOVE TOTAL-BOLSAS TO BOLSA-ELEGIDA
                 MOVE DEPTO-PEDIDO TO TBO-DEPTO (BOLSA-ELEGIDA)
              END-IF
              MOVE IMPORTE-NUEVO TO TBO-IMPORTE (BOLSA-ELEGIDA)
              MOVE OPERADOR-ACTUAL TO TBO-OPERADOR (BOLSA-ELEGIDA)
              PERFORM REESCRIBIR-BOLSAS
              DISPLAY "BOLSA DE " DEPTO-PEDIDO " FIJADA"
           END-IF.

       CONTRASTAR-Y-APROBAR.
           PERFORM LISTAR-DEPARTAMENTOS.
           DISPLAY "DEPT  EMP  COSTE ANUAL        BOLSA   DISPONIBLE "
                   "S/MAX  SITUACION".
           PERFORM MOSTRAR-LINEA-RESUMEN
                   VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS.
           DISPLAY "DEPARTAMENTO A APROBAR (ENTER = NINGUNO)".
           MOVE SPACES TO DEPTO-PEDIDO.
           ACCEPT DEPTO-PEDIDO.
           IF DEPTO-PEDIDO NOT = SPACES
              PERFORM APROBAR-DEPARTAMENTO
           END-IF.

       MOSTRAR-LINEA-RESUMEN.
           MOVE TDE-DEPTO (SUB-DEPTO) TO DEPTO-PEDIDO.
           PERFORM SUMAR-DEPARTAMENTO.
           MOVE DEPTO-PEDIDO TO LRD-DEPTO.
           MOVE DEPTO-EMPLEADOS TO LRD-EMPLEADOS.
           MOVE DEPTO-COSTE TO LRD-COSTE.
           MOVE DEPTO-BOLSA TO LRD-BOLSA.
           MOVE DEPTO-SALDO TO LRD-SALDO.
           MOVE DEPTO-SOBRE-MAXIMO TO LRD-SOBRE-MAX.
           EVALUATE TRUE
               WHEN DEPTO-PENDIENTES = 0
                   MOVE "APROBADO" TO LRD-ESTADO
               WHEN NOT HAY-BOLSA-DEPTO
                   MOVE "SIN BOLSA" TO LRD-ESTADO
               WHEN DEPTO-SALDO < 0
                   MOVE "SOBRE BOLSA" TO LRD-ESTADO
               WHEN OTHER
                   MOVE "APROBABLE" TO LRD-ESTADO
           END-EVALUATE.
           DISPLAY LINEA-RESUMEN-DEPTO.

       APROBAR-DEPARTAMENTO.
      * The pool is the limit: a department over it, or with none,
      * goes back to its manager. Proposals over the band maximum
      * were warned about and are the approver's call.
           PERFORM SUMAR-DEPARTAMENTO.
           IF DEPTO-PENDIENTES = 0
              DISPLAY "NADA PENDIENTE DE APROBAR EN " DEPTO-PEDIDO
           ELSE
           IF NOT HAY-BOLSA-DEPTO
              DISPLAY "EL DEPARTAMENTO NO TIENE BOLSA, NO SE APRUEBA"
           ELSE
           IF DEPTO-SALDO < 0
              MOVE DEPTO-SALDO TO IMPORTE-EDIT
              DISPLAY "LAS PROPUESTAS SUPERAN LA BOLSA EN "
                      IMPORTE-EDIT ", NO SE APRUEBA"
           ELSE
              IF DEPTO-SOBRE-MAXIMO > 0
                 DISPLAY "AVISO: " DEPTO-SOBRE-MAXIMO " PROPUESTAS "
                         "SOBRE EL MAXIMO DE SU BANDA"
              END-IF
              DISPLAY "APROBAR LAS " DEPTO-PENDIENTES " PROPUESTAS "
                      "DE " DEPTO-PEDIDO "? (SI /NO )"
              ACCEPT CONFIRMAR
              IF CONFIRMAR = "SI "
                 PERFORM VARYING SUB-REVISION FROM 1 BY 1
                         UNTIL SUB-REVISION > TOTAL-REVISION
                    IF TRV-DEPTO (SUB-REVISION) = DEPTO-PEDIDO
                       AND TRV-ESTADO (SUB-REVISION) = "P"
                       MOVE "A" TO TRV-ESTADO (SUB-REVISION)
                    END-IF
                 END-PERFORM
                 PERFORM REESCRIBIR-REVISION
                 DISPLAY "DEPARTAMENTO " DEPTO-PEDIDO " APROBADO"
              ELSE
                 DISPLAY "APROBACION ABANDONADA"
              END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * Queueing the approved raises.
      ******************************************************************
       GENERAR-CAMBIOS.
      * One effective date for the round; it may not fall in a period
      * the runs have already left behind.
           DISPLAY "FECHA EFECTIVA DE LOS AUMENTOS (AAAAMMDD)".
           MOVE 0 TO FECHA-EFECTIVA.
           ACCEPT FECHA-EFECTIVA.
           IF FE-MES < 1 OR FE-MES > 12 OR FE-DIA < 1 OR FE-DIA > 31
              OR FECHA-EFECTIVA (1:6) < FECHA-HOY (1:6)
              DISPLAY "FECHA EFECTIVA INVALIDA, NO SE GENERA NADA"
           ELSE
              DISPLAY "GENERAR LOS CAMBIOS APROBADOS CON EFECTO "
                      FECHA-EFECTIVA "? (SI /NO )"
              ACCEPT CONFIRMAR
              IF CONFIRMAR = "SI "
                 PERFORM ESCRIBIR-CAMBIOS
              ELSE
                 DISPLAY "NADA GENERADO"
              END-IF
           END-IF.

       ESCRIBIR-CAMBIOS.
           MOVE 0 TO CAMBIOS-GENERADOS CAMBIOS-OMITIDOS SIN-AUMENTO.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "NO HAY EMPLEADOS.DAT, NO SE GENERA NADA"
           ELSE
              OPEN EXTEND CAMPEND-FILE
              IF CAMPEND-STATUS = "35"
                 OPEN OUTPUT CAMPEND-FILE
                 CLOSE CAMPEND-FILE
                 OPEN EXTEND CAMPEND-FILE
              END-IF
              PERFORM ESCRIBIR-UN-CAMBIO
                      VARYING SUB-REVISION FROM 1 BY 1
                      UNTIL SUB-REVISION > TOTAL-REVISION
              CLOSE CAMPEND-FILE
              CLOSE EMPLOYEE-FILE
              PERFORM REESCRIBIR-REVISION
              DISPLAY "CAMBIOS EN ESPERA DE APROBACION (APROBCAM): "
                      CAMBIOS-GENERADOS
              DISPLAY "SIN AUMENTO: " SIN-AUMENTO
                      "  OMITIDOS: " CAMBIOS-OMITIDOS
           END-IF.

       ESCRIBIR-UN-CAMBIO.
      * The master may have moved since the round was prepared -- a
      * leaver, or a salary or grade changed by another path. Those
      * lines stay approved and are left for a person to look at.
           IF TRV-ESTADO (SUB-REVISION) = "A"
              IF TRV-SUELDO-PROP (SUB-REVISION) =
                 TRV-SUELDO (SUB-REVISION)
                 AND TRV-GRADO-PROP (SUB-REVISION) =
                     TRV-GRADO (SUB-REVISION)
                 MOVE "G" TO TRV-ESTADO (SUB-REVISION)
                 ADD 1 TO SIN-AUMENTO
              ELSE
                 MOVE TRV-EMP-ID (SUB-REVISION) TO EMP-ID
                 READ EMPLOYEE-FILE
                     INVALID KEY
                         DISPLAY "OMITIDO " EMP-ID ": YA NO ESTA EN "
                                 "EL MAESTRO"
                         ADD 1 TO CAMBIOS-OMITIDOS
                     NOT INVALID KEY
                         PERFORM COMPROBAR-Y-ENCOLAR
                 END-READ
              END-IF
           END-IF.

       COMPROBAR-Y-ENCOLAR.
           IF EMP-TERMINADO
              OR EMP-SALARIO NOT = TRV-SUELDO (SUB-REVISION)
              OR EMP-GRADO NOT = TRV-GRADO (SUB-REVISION)
              DISPLAY "OMITIDO " EMP-ID ": EL MAESTRO CAMBIO DESDE "
                      "LA PREPARACION (ESTADO " EMP-ESTADO ")"
              ADD 1 TO CAMBIOS-OMITIDOS
           ELSE
              MOVE EMP-ID TO CP-EMP-ID
              MOVE 0 TO CP-SUELDO
              IF TRV-SUELDO-PROP (SUB-REVISION) NOT =
                 TRV-SUELDO (SUB-REVISION)
                 MOVE TRV-SUELDO-PROP (SUB-REVISION) TO CP-SUELDO
              END-IF
              MOVE SPACES TO CP-GRADO
              IF TRV-GRADO-PROP (SUB-REVISION) NOT =
                 TRV-GRADO (SUB-REVISION)
                 MOVE TRV-GRADO-PROP (SUB-REVISION) TO CP-GRADO
              END-IF
              MOVE FECHA-EFECTIVA TO CP-FECHA-EFECTIVA
              MOVE "P" TO CP-ESTADO
              WRITE CAMPEND-RECORD
              IF CAMPEND-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN CAMBIOS_PENDIENTES.DAT, "
                         "ESTADO " CAMPEND-STATUS
                         ", EJECUCION ABORTADA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "G" TO TRV-ESTADO (SUB-REVISION)
              ADD 1 TO CAMBIOS-GENERADOS
           END-IF.

           COPY SIGNONPR.

       END PROGRAM REVSALAR.
