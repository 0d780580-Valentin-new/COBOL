      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Printable org chart per department -- reads the
      *          EMP-JEFE reporting line off EMPLEADOS.DAT (active
      *          and suspended staff) and prints each department as
      *          an indented tree in ORGANIGRAMA.TXT: every manager
      *          followed by the people reporting to them, one level
      *          deeper, with each one's position and named deputy.
      *          Whoever reports to someone outside the department
      *          (or to nobody, or to a terminated manager) heads
      *          their own branch, with the outside manager noted.
      *          Anyone caught in a reporting loop is listed apart
      *          and the run ends with return code 4 -- the same
      *          data the approval screens route by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGANIGR.
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
           SELECT ORGANIGRAMA-FILE ASSIGN TO "ORGANIGRAMA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORGANIGRAMA-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTO-FILE.
           COPY DEPREC.

       FD  ORGANIGRAMA-FILE.
       01  ORGANIGRAMA-RECORD PIC X(130).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-STATUS PIC X(2).
       01 DEPTO-STATUS PIC X(2).
       01 ORGANIGRAMA-STATUS PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 MAESTRO-DEPTOS PIC X(3) VALUE "NO ".
           88 HAY-MAESTRO-DEPTOS VALUE "SI ".
      * The whole active staff in memory -- the tree is walked over
      * the table, never over the indexed file.
       01 TOTAL-NODOS PIC 9(3) VALUE 0.
       01 TABLA-NODOS.
           05 NODO OCCURS 500 TIMES.
              10 ND-EMP-ID   PIC 9(5).
              10 ND-NOMBRE   PIC X(30).
              10 ND-DEPTO    PIC X(4).
              10 ND-PUESTO   PIC X(6).
              10 ND-JEFE     PIC 9(5).
              10 ND-SUPLENTE PIC 9(5).
              10 ND-ESTADO   PIC X(1).
              10 ND-IMPRESO  PIC X(1).
       01 SUB-NODO PIC 9(3).
       01 SUB-HIJO PIC 9(3).
       01 IDX-NODO PIC 9(3).
       01 IDX-JEFE PIC 9(3).
       01 ID-BUSCADO PIC 9(5).
       01 NODOS-OMITIDOS PIC 9(4) VALUE 0.
       01 TOTAL-DEPTOS PIC 9(2) VALUE 0.
       01 TABLA-DEPTOS.
           05 DEPTO-ORG OCCURS 50 TIMES PIC X(4).
       01 SUB-DEPTO PIC 9(2).
       01 DEPTO-ACTUAL PIC X(4).
       01 DEPTO-VISTO PIC X(3).
      * Depth-first walk without recursion: a node is popped and
      * printed, then its reports are pushed (in reverse, so they
      * print in id order).
       01 TOTAL-PILA PIC 9(3) VALUE 0.
       01 TABLA-PILA.
           05 PILA OCCURS 500 TIMES.
              10 PL-NODO  PIC 9(3).
              10 PL-NIVEL PIC 9(2).
       01 NIVEL-ACTUAL PIC 9(2).
       01 SANGRIA PIC 9(3).
       01 EN-CICLO PIC 9(4) VALUE 0.
       01 EN-CICLO-DEPTO PIC 9(4) VALUE 0.
       01 TOTAL-IMPRESOS PIC 9(4) VALUE 0.
       01 NOTA-NODO PIC X(50).
       01 NOTA-PREVIA PIC X(50).
       01 LINEA-TITULO.
           05 FILLER PIC X(44)
              VALUE "ORGANIGRAMA POR DEPARTAMENTO              ".
           05 OT-FECHA PIC 9(8).
       01 LINEA-DEPTO.
           05 FILLER   PIC X(13) VALUE "DEPARTAMENTO ".
           05 OD-DEPTO PIC X(4).
           05 FILLER   PIC X(2) VALUE "  ".
           05 OD-NOMBRE PIC X(30).
       01 LINEA-NODO.
           05 ON-EMP-ID  PIC 9(5).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 ON-NOMBRE  PIC X(30).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 ON-PUESTO  PIC X(6).
           05 FILLER     PIC X(1) VALUE SPACE.
           05 ON-NOTA    PIC X(50).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "NO HAY EMPLEADOS.DAT -- NADA QUE INFORMAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-NODOS.
           CLOSE EMPLOYEE-FILE.
           PERFORM ESCRIBIR-ORGANIGRAMA.
           IF EN-CICLO > 0 OR NODOS-OMITIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CARGAR-NODOS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           PERFORM LEER-UN-EMPLEADO UNTIL HAY-FIN-DE-ARCHIVO.

       LEER-UN-EMPLEADO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF EMPLOYEE-STATUS NOT = "00"
                      DISPLAY "ERROR DE E/S EN EMPLEADOS.DAT, ESTADO "
                              EMPLOYEE-STATUS ", EJECUCION ABORTADA"
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
      * Terminated records hold no place in the chart.
                   IF NOT EMP-TERMINADO
                      PERFORM ANOTAR-NODO
                   END-IF
           END-READ.

       ANOTAR-NODO.
           IF TOTAL-NODOS < 500
              ADD 1 TO TOTAL-NODOS
              MOVE EMP-ID TO ND-EMP-ID (TOTAL-NODOS)
              MOVE EMP-NOMBRE (1:30) TO ND-NOMBRE (TOTAL-NODOS)
              MOVE EMP-DEPTO TO ND-DEPTO (TOTAL-NODOS)
              MOVE EMP-PUESTO TO ND-PUESTO (TOTAL-NODOS)
              MOVE EMP-JEFE TO ND-JEFE (TOTAL-NODOS)
              MOVE EMP-SUPLENTE TO ND-SUPLENTE (TOTAL-NODOS)
              MOVE EMP-ESTADO TO ND-ESTADO (TOTAL-NODOS)
              MOVE "N" TO ND-IMPRESO (TOTAL-NODOS)
              MOVE EMP-DEPTO TO DEPTO-ACTUAL
              PERFORM ANOTAR-DEPTO
           ELSE
              ADD 1 TO NODOS-OMITIDOS
              IF NODOS-OMITIDOS = 1
                 DISPLAY "AVISO: LIMITE DE 500 EMPLEADOS ALCANZADO, "
                         "EL RESTO NO SE INFORMA"
              END-IF
           END-IF.

       ANOTAR-DEPTO.
           MOVE "NO " TO DEPTO-VISTO.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS
              IF DEPTO-ORG (SUB-DEPTO) = DEPTO-ACTUAL
                 MOVE "SI " TO DEPTO-VISTO
              END-IF
           END-PERFORM.
           IF DEPTO-VISTO = "NO "
              IF TOTAL-DEPTOS < 50
                 ADD 1 TO TOTAL-DEPTOS
                 MOVE DEPTO-ACTUAL TO DEPTO-ORG (TOTAL-DEPTOS)
              ELSE
                 ADD 1 TO NODOS-OMITIDOS
                 DISPLAY "AVISO: LIMITE DE 50 DEPARTAMENTOS "
                         "ALCANZADO, " DEPTO-ACTUAL " NO SE INFORMA"
              END-IF
           END-IF.

       BUSCAR-NODO.
      * ID-BUSCADO in, IDX-NODO out (zero when not in the table).
           MOVE 0 TO IDX-NODO.
           PERFORM VARYING SUB-HIJO FROM 1 BY 1
                   UNTIL SUB-HIJO > TOTAL-NODOS
              IF ND-EMP-ID (SUB-HIJO) = ID-BUSCADO
                 MOVE SUB-HIJO TO IDX-NODO
                 MOVE TOTAL-NODOS TO SUB-HIJO
              END-IF
           END-PERFORM.

       ESCRIBIR-ORGANIGRAMA.
           OPEN INPUT DEPTO-FILE.
           IF DEPTO-STATUS = "00"
              SET HAY-MAESTRO-DEPTOS TO TRUE
           END-IF.
           OPEN OUTPUT ORGANIGRAMA-FILE.
           ACCEPT OT-FECHA FROM DATE YYYYMMDD.
           WRITE ORGANIGRAMA-RECORD FROM LINEA-TITULO.
           PERFORM VERIFICAR-ESCRITURA-ORG.
           PERFORM ESCRIBIR-UN-DEPTO
                   VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS.
           MOVE SPACES TO ORGANIGRAMA-RECORD.
           WRITE ORGANIGRAMA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ORG.
           MOVE SPACES TO ORGANIGRAMA-RECORD.
           STRING "TOTAL EMPLEADOS: " TOTAL-IMPRESOS
                  "  EN CICLO DE JEFES: " EN-CICLO
                  "  NO INFORMADOS: " NODOS-OMITIDOS
               DELIMITED BY SIZE INTO ORGANIGRAMA-RECORD
           END-STRING.
           WRITE ORGANIGRAMA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ORG.
           CLOSE ORGANIGRAMA-FILE.
           CLOSE DEPTO-FILE.
           DISPLAY "ORGANIGRAMA EN ORGANIGRAMA.TXT -- " TOTAL-DEPTOS
                   " DEPARTAMENTOS, " TOTAL-IMPRESOS " EMPLEADOS, "
                   EN-CICLO " EN CICLO DE JEFES".

       ESCRIBIR-UN-DEPTO.
           MOVE DEPTO-ORG (SUB-DEPTO) TO DEPTO-ACTUAL OD-DEPTO.
           MOVE SPACES TO OD-NOMBRE.
           IF HAY-MAESTRO-DEPTOS
              MOVE DEPTO-ACTUAL TO DP-CODIGO
              READ DEPTO-FILE
                  INVALID KEY
                      MOVE "(NO EN MAESTRO)" TO OD-NOMBRE
                  NOT INVALID KEY
                      MOVE DP-NOMBRE TO OD-NOMBRE
              END-READ
           END-IF.
           MOVE SPACES TO ORGANIGRAMA-RECORD.
           WRITE ORGANIGRAMA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ORG.
           WRITE ORGANIGRAMA-RECORD FROM LINEA-DEPTO.
           PERFORM VERIFICAR-ESCRITURA-ORG.
      * The branch heads go on the stack last-first, so the first
      * one (lowest id) comes off first.
           MOVE 0 TO TOTAL-PILA.
           PERFORM APILAR-RAIZ
                   VARYING SUB-NODO FROM TOTAL-NODOS BY -1
                   UNTIL SUB-NODO < 1.
           PERFORM IMPRIMIR-SIGUIENTE UNTIL TOTAL-PILA = 0.
      * Whoever is still unprinted sits in, or hangs off, a loop.
           MOVE 0 TO EN-CICLO-DEPTO.
           PERFORM LISTAR-EN-CICLO
                   VARYING SUB-NODO FROM 1 BY 1
                   UNTIL SUB-NODO > TOTAL-NODOS.

       APILAR-RAIZ.
      * A branch head: no manager, or one who is not an active member
      * of this same department.
           IF ND-DEPTO (SUB-NODO) = DEPTO-ACTUAL
              MOVE 0 TO IDX-JEFE
              IF ND-JEFE (SUB-NODO) NOT = 0
                 MOVE ND-JEFE (SUB-NODO) TO ID-BUSCADO
                 PERFORM BUSCAR-NODO
                 MOVE IDX-NODO TO IDX-JEFE
              END-IF
              IF IDX-JEFE = 0
                 PERFORM APILAR-NODO-RAIZ
              ELSE
                 IF ND-DEPTO (IDX-JEFE) NOT = DEPTO-ACTUAL
                    PERFORM APILAR-NODO-RAIZ
                 END-IF
              END-IF
           END-IF.

       APILAR-NODO-RAIZ.
           ADD 1 TO TOTAL-PILA.
           MOVE SUB-NODO TO PL-NODO (TOTAL-PILA).
           MOVE 0 TO PL-NIVEL (TOTAL-PILA).

       IMPRIMIR-SIGUIENTE.
           MOVE PL-NODO (TOTAL-PILA) TO IDX-JEFE.
           MOVE PL-NIVEL (TOTAL-PILA) TO NIVEL-ACTUAL.
           SUBTRACT 1 FROM TOTAL-PILA.
           IF ND-IMPRESO (IDX-JEFE) = "N"
              MOVE "S" TO ND-IMPRESO (IDX-JEFE)
              PERFORM ESCRIBIR-NODO
              PERFORM APILAR-HIJO
                      VARYING SUB-NODO FROM TOTAL-NODOS BY -1
                      UNTIL SUB-NODO < 1
           END-IF.

       APILAR-HIJO.
           IF ND-DEPTO (SUB-NODO) = DEPTO-ACTUAL
              AND ND-JEFE (SUB-NODO) = ND-EMP-ID (IDX-JEFE)
              AND ND-IMPRESO (SUB-NODO) = "N"
              AND TOTAL-PILA < 500
              ADD 1 TO TOTAL-PILA
              MOVE SUB-NODO TO PL-NODO (TOTAL-PILA)
              MOVE NIVEL-ACTUAL TO PL-NIVEL (TOTAL-PILA)
              IF NIVEL-ACTUAL < 99
                 ADD 1 TO PL-NIVEL (TOTAL-PILA)
              END-IF
           END-IF.

       ESCRIBIR-NODO.
           MOVE SPACES TO NOTA-NODO.
           IF NIVEL-ACTUAL = 0 AND ND-JEFE (IDX-JEFE) NOT = 0
              MOVE ND-JEFE (IDX-JEFE) TO ID-BUSCADO
              PERFORM BUSCAR-NODO
              IF IDX-NODO = 0
                 STRING "JEFE " ND-JEFE (IDX-JEFE) " NO ACTIVO"
                        DELIMITED BY SIZE INTO NOTA-NODO
                 END-STRING
              ELSE
                 STRING "JEFE " ND-JEFE (IDX-JEFE) " EN DEPTO "
                        ND-DEPTO (IDX-NODO)
                        DELIMITED BY SIZE INTO NOTA-NODO
                 END-STRING
              END-IF
           END-IF.
           PERFORM COMPLETAR-NOTA.
           PERFORM ESCRIBIR-LINEA-NODO.
           ADD 1 TO TOTAL-IMPRESOS.

       COMPLETAR-NOTA.
           IF ND-SUPLENTE (IDX-JEFE) NOT = 0
              IF NOTA-NODO = SPACES
                 STRING "SUPLENTE " ND-SUPLENTE (IDX-JEFE)
                        DELIMITED BY SIZE INTO NOTA-NODO
                 END-STRING
              ELSE
                 MOVE NOTA-NODO TO NOTA-PREVIA
                 MOVE SPACES TO NOTA-NODO
                 STRING NOTA-PREVIA DELIMITED BY "  "
                        " / SUPLENTE " ND-SUPLENTE (IDX-JEFE)
                        DELIMITED BY SIZE INTO NOTA-NODO
                 END-STRING
              END-IF
           END-IF.
           IF ND-ESTADO (IDX-JEFE) = "S"
              IF NOTA-NODO = SPACES
                 MOVE "(SUSPENDIDO)" TO NOTA-NODO
              ELSE
                 MOVE NOTA-NODO TO NOTA-PREVIA
                 MOVE SPACES TO NOTA-NODO
                 STRING NOTA-PREVIA DELIMITED BY "  "
                        " (SUSPENDIDO)" DELIMITED BY SIZE
                     INTO NOTA-NODO
                 END-STRING
              END-IF
           END-IF.

       ESCRIBIR-LINEA-NODO.
      * Three columns of indent per level, flattened past the eighth
      * so a deep line still fits the page.
           MOVE ND-EMP-ID (IDX-JEFE) TO ON-EMP-ID.
           MOVE ND-NOMBRE (IDX-JEFE) TO ON-NOMBRE.
           MOVE ND-PUESTO (IDX-JEFE) TO ON-PUESTO.
           MOVE NOTA-NODO TO ON-NOTA.
           IF NIVEL-ACTUAL > 8
              COMPUTE SANGRIA = 8 * 3 + 3
           ELSE
              COMPUTE SANGRIA = NIVEL-ACTUAL * 3 + 3
           END-IF.
           MOVE SPACES TO ORGANIGRAMA-RECORD.
           MOVE LINEA-NODO TO ORGANIGRAMA-RECORD (SANGRIA:94).
           WRITE ORGANIGRAMA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-ORG.

       LISTAR-EN-CICLO.
           IF ND-DEPTO (SUB-NODO) = DEPTO-ACTUAL
              AND ND-IMPRESO (SUB-NODO) = "N"
              IF EN-CICLO-DEPTO = 0
                 MOVE SPACES TO ORGANIGRAMA-RECORD
                 MOVE "   >>> DEPENDEN DE UN CICLO DE JEFES (EMPMANT):"
                      TO ORGANIGRAMA-RECORD
                 WRITE ORGANIGRAMA-RECORD
                 PERFORM VERIFICAR-ESCRITURA-ORG
              END-IF
              ADD 1 TO EN-CICLO-DEPTO
              ADD 1 TO EN-CICLO
              MOVE "S" TO ND-IMPRESO (SUB-NODO)
              MOVE SUB-NODO TO IDX-JEFE
              MOVE 1 TO NIVEL-ACTUAL
              MOVE SPACES TO NOTA-NODO
              STRING "JEFE " ND-JEFE (SUB-NODO)
                     DELIMITED BY SIZE INTO NOTA-NODO
              END-STRING
              PERFORM COMPLETAR-NOTA
              PERFORM ESCRIBIR-LINEA-NODO
           END-IF.

       VERIFICAR-ESCRITURA-ORG.
           IF ORGANIGRAMA-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN ORGANIGRAMA.TXT, "
                      "ESTADO " ORGANIGRAMA-STATUS
                      ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ORGANIGR.
