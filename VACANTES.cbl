      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Position vacancy report -- reads the PUESTOS.DAT
      *          position master and prints, per department, the
      *          authorized positions (everything not frozen) and
      *          their budgeted FTE against the filled and the vacant
      *          ones, plus the frozen count, in VACANTES.TXT. Active
      *          or suspended employees in EMPLEADOS.DAT with no
      *          position are counted per department too: under
      *          position control each one is headcount nobody
      *          authorized. Ends with return code 4 when any such
      *          employee exists.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACANTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUESTO-FILE ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-ID
               FILE STATUS IS PUESTO-STATUS.
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
           SELECT VACANTES-FILE ASSIGN TO "VACANTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VACANTES-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PUESTO-FILE.
           COPY PUESTO.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTO-FILE.
           COPY DEPREC.

       FD  VACANTES-FILE.
       01  VACANTES-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 PUESTO-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 DEPTO-STATUS PIC X(2).
       01 VACANTES-STATUS PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 MAESTRO-DEPTOS PIC X(3) VALUE "NO ".
           88 HAY-MAESTRO-DEPTOS VALUE "SI ".
      * One slot per department seen on a position or an employee
      * without one.
       01 TOTAL-DEPTOS PIC 9(2) VALUE 0.
       01 TABLA-VACANTES.
           05 DEPTO-VAC OCCURS 50 TIMES.
              10 DV-DEPTO          PIC X(4).
              10 DV-AUTORIZADOS    PIC 9(4).
              10 DV-FTE-AUTORIZADO PIC 9(4)V9(2).
              10 DV-OCUPADOS       PIC 9(4).
              10 DV-FTE-OCUPADO    PIC 9(4)V9(2).
              10 DV-VACANTES       PIC 9(4).
              10 DV-FTE-VACANTE    PIC 9(4)V9(2).
              10 DV-CONGELADOS     PIC 9(4).
              10 DV-SIN-PUESTO     PIC 9(4).
       01 SUB-DEPTO PIC 9(2).
       01 IDX-DEPTO PIC 9(2).
       01 DEPTO-BUSCADO PIC X(4).
       01 DEPTOS-OMITIDOS PIC 9(4) VALUE 0.
       01 TOTAL-AUTORIZADOS PIC 9(5) VALUE 0.
       01 TOTAL-OCUPADOS PIC 9(5) VALUE 0.
       01 TOTAL-VACANTES PIC 9(5) VALUE 0.
       01 TOTAL-SIN-PUESTO PIC 9(5) VALUE 0.
       01 LINEA-TITULO.
           05 FILLER PIC X(44)
              VALUE "PUESTOS AUTORIZADOS Y OCUPADOS POR DEPTO   ".
           05 VT-FECHA PIC 9(8).
       01 LINEA-CABECERA PIC X(110) VALUE
          "DEPT  NOMBRE                AUT.  FTE AUT  OCUP  FTE OCU  VAC
      -   ".  FTE VAC  CONG  SIN PUESTO".
       01 LINEA-DETALLE.
           05 VD-DEPTO        PIC X(4).
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-NOMBRE       PIC X(20).
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-AUTORIZADOS  PIC Z(3)9.
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-FTE-AUT      PIC Z(3)9.99.
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-OCUPADOS     PIC Z(3)9.
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-FTE-OCU      PIC Z(3)9.99.
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-VACANTES     PIC Z(3)9.
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-FTE-VAC      PIC Z(3)9.99.
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-CONGELADOS   PIC Z(3)9.
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-SIN-PUESTO   PIC Z(3)9.
           05 FILLER          PIC X(2) VALUE "  ".
           05 VD-MARCA        PIC X(3).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PUESTO-FILE.
           IF PUESTO-STATUS NOT = "00"
              DISPLAY "NO HAY PUESTOS.DAT -- SIN CONTROL DE PUESTOS, "
                      "NADA QUE INFORMAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ACUMULAR-PUESTOS.
           CLOSE PUESTO-FILE.
           PERFORM ACUMULAR-SIN-PUESTO.
           PERFORM ESCRIBIR-REPORTE.
           IF TOTAL-SIN-PUESTO > 0 OR DEPTOS-OMITIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       BUSCAR-O-CREAR-DEPTO.
           MOVE 0 TO IDX-DEPTO.
           PERFORM VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS
              IF DV-DEPTO (SUB-DEPTO) = DEPTO-BUSCADO
                 MOVE SUB-DEPTO TO IDX-DEPTO
                 MOVE 51 TO SUB-DEPTO
              END-IF
           END-PERFORM.
           IF IDX-DEPTO = 0
              IF TOTAL-DEPTOS < 50
                 ADD 1 TO TOTAL-DEPTOS
                 MOVE TOTAL-DEPTOS TO IDX-DEPTO
                 MOVE DEPTO-BUSCADO TO DV-DEPTO (IDX-DEPTO)
                 MOVE 0 TO DV-AUTORIZADOS (IDX-DEPTO)
                 MOVE 0 TO DV-FTE-AUTORIZADO (IDX-DEPTO)
                 MOVE 0 TO DV-OCUPADOS (IDX-DEPTO)
                 MOVE 0 TO DV-FTE-OCUPADO (IDX-DEPTO)
                 MOVE 0 TO DV-VACANTES (IDX-DEPTO)
                 MOVE 0 TO DV-FTE-VACANTE (IDX-DEPTO)
                 MOVE 0 TO DV-CONGELADOS (IDX-DEPTO)
                 MOVE 0 TO DV-SIN-PUESTO (IDX-DEPTO)
              ELSE
                 ADD 1 TO DEPTOS-OMITIDOS
                 DISPLAY "AVISO: LIMITE DE 50 DEPARTAMENTOS "
                         "ALCANZADO, " DEPTO-BUSCADO " NO SE INFORMA"
              END-IF
           END-IF.

       ACUMULAR-PUESTOS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           MOVE SPACES TO PU-ID.
           START PUESTO-FILE KEY IS NOT LESS THAN PU-ID
               INVALID KEY
                   MOVE "SI " TO FIN-DE-ARCHIVO
           END-START.
           PERFORM LEER-UN-PUESTO UNTIL HAY-FIN-DE-ARCHIVO.

       LEER-UN-PUESTO.
           READ PUESTO-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF PUESTO-STATUS = "00"
                      PERFORM CLASIFICAR-PUESTO
                   ELSE
                      DISPLAY "ERROR DE E/S EN PUESTOS.DAT, ESTADO "
                              PUESTO-STATUS ", EJECUCION ABORTADA"
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       CLASIFICAR-PUESTO.
      * A frozen position is not authorized headcount -- it is only
      * counted so the freeze stays visible.
           MOVE PU-DEPTO TO DEPTO-BUSCADO.
           PERFORM BUSCAR-O-CREAR-DEPTO.
           IF IDX-DEPTO > 0
              IF PU-CONGELADO
                 ADD 1 TO DV-CONGELADOS (IDX-DEPTO)
              ELSE
                 ADD 1 TO DV-AUTORIZADOS (IDX-DEPTO)
                 ADD PU-FTE TO DV-FTE-AUTORIZADO (IDX-DEPTO)
                 IF PU-OCUPADO
                    ADD 1 TO DV-OCUPADOS (IDX-DEPTO)
                    ADD PU-FTE TO DV-FTE-OCUPADO (IDX-DEPTO)
                 ELSE
                    ADD 1 TO DV-VACANTES (IDX-DEPTO)
                    ADD PU-FTE TO DV-FTE-VACANTE (IDX-DEPTO)
                 END-IF
              END-IF
           END-IF.

       ACUMULAR-SIN-PUESTO.
      * Terminated records keep their last position for history and
      * hold no headcount, so only A/S employees are looked at.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-UN-EMPLEADO UNTIL HAY-FIN-DE-ARCHIVO.
           IF EMPLOYEE-STATUS = "00" OR EMPLOYEE-STATUS = "10"
              CLOSE EMPLOYEE-FILE
           END-IF.

       LEER-UN-EMPLEADO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF NOT EMP-TERMINADO AND EMP-PUESTO = SPACES
                      MOVE EMP-DEPTO TO DEPTO-BUSCADO
                      PERFORM BUSCAR-O-CREAR-DEPTO
                      IF IDX-DEPTO > 0
                         ADD 1 TO DV-SIN-PUESTO (IDX-DEPTO)
                      END-IF
                   END-IF
           END-READ.

       ESCRIBIR-REPORTE.
           OPEN INPUT DEPTO-FILE.
           IF DEPTO-STATUS = "00"
              SET HAY-MAESTRO-DEPTOS TO TRUE
           END-IF.
           OPEN OUTPUT VACANTES-FILE.
           ACCEPT VT-FECHA FROM DATE YYYYMMDD.
           WRITE VACANTES-RECORD FROM LINEA-TITULO.
           PERFORM VERIFICAR-ESCRITURA-VAC.
           WRITE VACANTES-RECORD FROM LINEA-CABECERA.
           PERFORM VERIFICAR-ESCRITURA-VAC.
           PERFORM ESCRIBIR-UN-DEPTO
                   VARYING SUB-DEPTO FROM 1 BY 1
                   UNTIL SUB-DEPTO > TOTAL-DEPTOS.
           MOVE SPACES TO VACANTES-RECORD.
           WRITE VACANTES-RECORD.
           PERFORM VERIFICAR-ESCRITURA-VAC.
           MOVE SPACES TO VACANTES-RECORD.
           STRING "TOTAL AUTORIZADOS: " TOTAL-AUTORIZADOS
                  "  OCUPADOS: " TOTAL-OCUPADOS
                  "  VACANTES: " TOTAL-VACANTES
                  "  EMPLEADOS SIN PUESTO: " TOTAL-SIN-PUESTO
               DELIMITED BY SIZE INTO VACANTES-RECORD
           END-STRING.
           WRITE VACANTES-RECORD.
           PERFORM VERIFICAR-ESCRITURA-VAC.
           CLOSE VACANTES-FILE.
           CLOSE DEPTO-FILE.
           DISPLAY "REPORTE EN VACANTES.TXT -- " TOTAL-DEPTOS
                   " DEPARTAMENTOS, " TOTAL-VACANTES " VACANTES, "
                   TOTAL-SIN-PUESTO " EMPLEADOS SIN PUESTO".

       ESCRIBIR-UN-DEPTO.
           MOVE DV-DEPTO (SUB-DEPTO) TO VD-DEPTO.
           MOVE SPACES TO VD-NOMBRE.
           IF HAY-MAESTRO-DEPTOS
              MOVE DV-DEPTO (SUB-DEPTO) TO DP-CODIGO
              READ DEPTO-FILE
                  INVALID KEY
                      MOVE "(NO EN MAESTRO)" TO VD-NOMBRE
                  NOT INVALID KEY
                      MOVE DP-NOMBRE TO VD-NOMBRE
              END-READ
           END-IF.
           MOVE DV-AUTORIZADOS (SUB-DEPTO) TO VD-AUTORIZADOS.
           MOVE DV-FTE-AUTORIZADO (SUB-DEPTO) TO VD-FTE-AUT.
           MOVE DV-OCUPADOS (SUB-DEPTO) TO VD-OCUPADOS.
           MOVE DV-FTE-OCUPADO (SUB-DEPTO) TO VD-FTE-OCU.
           MOVE DV-VACANTES (SUB-DEPTO) TO VD-VACANTES.
           MOVE DV-FTE-VACANTE (SUB-DEPTO) TO VD-FTE-VAC.
           MOVE DV-CONGELADOS (SUB-DEPTO) TO VD-CONGELADOS.
           MOVE DV-SIN-PUESTO (SUB-DEPTO) TO VD-SIN-PUESTO.
      * Staff outside any position is the thing to look at.
           MOVE SPACES TO VD-MARCA.
           IF DV-SIN-PUESTO (SUB-DEPTO) > 0
              MOVE ">>>" TO VD-MARCA
           END-IF.
           ADD DV-AUTORIZADOS (SUB-DEPTO) TO TOTAL-AUTORIZADOS.
           ADD DV-OCUPADOS (SUB-DEPTO) TO TOTAL-OCUPADOS.
           ADD DV-VACANTES (SUB-DEPTO) TO TOTAL-VACANTES.
           ADD DV-SIN-PUESTO (SUB-DEPTO) TO TOTAL-SIN-PUESTO.
           WRITE VACANTES-RECORD FROM LINEA-DETALLE.
           PERFORM VERIFICAR-ESCRITURA-VAC.

       VERIFICAR-ESCRITURA-VAC.
           IF VACANTES-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN VACANTES.TXT, "
                      "ESTADO " VACANTES-STATUS
                      ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM VACANTES.
