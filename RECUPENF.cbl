      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Monthly sick-pay reclaim report -- reads the bands
      *          the runs applied to ENF absences (BAJAS_ENF.LOG) for
      *          one period and company and lists, per illness
      *          episode, the sick days paid, what the employer bore
      *          itself and what it paid on behalf of social security
      *          and may reclaim, in RECUPERACION_ENF.TXT with the
      *          totals to claim.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPENF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BAJAS-ENF-FILE ASSIGN TO "BAJAS_ENF.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAJAS-ENF-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT INFORME-FILE ASSIGN TO "RECUPERACION_ENF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BAJAS-ENF-FILE.
       01  BAJAS-ENF-RECORD PIC X(63).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  INFORME-FILE.
       01  INFORME-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
           COPY BAJAENF.
       01 BAJAS-ENF-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 INFORME-STATUS PIC X(2).
       01 FECHA-SISTEMA PIC 9(8).
       01 PERIODO-PEDIDO PIC 9(6).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 EMPRESA-LINEA PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
      * One entry per employee and episode met in the period.
       01 TOTAL-EPISODIOS PIC 9(3) VALUE 0.
       01 TABLA-EPISODIOS.
           05 EPISODIO-ENF OCCURS 500 TIMES.
              10 TEP-EMP-ID      PIC 9(5).
              10 TEP-EPISODIO    PIC 9(8).
              10 TEP-DIA-DESDE   PIC 9(3).
              10 TEP-DIA-HASTA   PIC 9(3).
              10 TEP-DIAS        PIC 9(3)V9(1).
              10 TEP-DIAS-RECUP  PIC 9(3)V9(1).
              10 TEP-EMPRESA     PIC 9(8)V9(2).
              10 TEP-RECUPERABLE PIC 9(8)V9(2).
       01 SUB-EPISODIO PIC 9(3).
       01 EPISODIO-ENCONTRADO PIC 9(3).
       01 LINEAS-DESBORDADAS PIC 9(5) VALUE 0.
       01 TOTAL-DIAS-RECUP PIC 9(5)V9(1) VALUE 0.
       01 TOTAL-EMPRESA PIC 9(10)V9(2) VALUE 0.
       01 TOTAL-RECUPERABLE PIC 9(10)V9(2) VALUE 0.
       01 LINEA-TITULO.
           05 FILLER      PIC X(38)
                  VALUE "RECUPERACION DE IT POR ENFERMEDAD -- ".
           05 FILLER      PIC X(8) VALUE "PERIODO ".
           05 LT-PERIODO  PIC 9(6).
           05 FILLER      PIC X(9) VALUE " EMPRESA ".
           05 LT-EMPRESA  PIC X(2).
           05 FILLER      PIC X(10) VALUE "  EMITIDO ".
           05 LT-FECHA    PIC 9(8).
       01 LINEA-CABECERA.
           05 FILLER PIC X(7)  VALUE "     ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NOMBRE".
           05 FILLER PIC X(10) VALUE "EPISODIO".
           05 FILLER PIC X(9)  VALUE "DIAS".
           05 FILLER PIC X(7)  VALUE "  TOTAL".
           05 FILLER PIC X(7)  VALUE "  RECUP".
           05 FILLER PIC X(14) VALUE "  CARGO EMPRES".
           05 FILLER PIC X(14) VALUE "   RECUPERABLE".
       01 LINEA-EPISODIO.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-EMP-ID    PIC 9(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-NOMBRE    PIC X(30).
           05 LE-EPISODIO  PIC 9(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-DESDE     PIC 9(3).
           05 FILLER       PIC X(1) VALUE "-".
           05 LE-HASTA     PIC 9(3).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-DIAS      PIC ZZ9.9.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LE-DIAS-RECUP PIC ZZ9.9.
           05 LE-EMPRESA   PIC Z(10)9.99.
           05 LE-RECUPERABLE PIC Z(10)9.99.
       01 LINEA-TOTAL.
           05 LTT-ETIQUETA PIC X(40).
           05 LTT-IMPORTE  PIC Z(12)9.99.
       01 LINEA-DIAS-RECUP.
           05 FILLER       PIC X(19) VALUE "DIAS RECUPERABLES: ".
           05 LDR-DIAS     PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A LISTAR (AAAAMM)".
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO (5:2) < "01" OR PERIODO-PEDIDO (5:2) > "12"
              DISPLAY "PERIODO INVALIDO, NADA QUE LISTAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
           MOVE SPACES TO EMPRESA-PEDIDA.
           ACCEPT EMPRESA-PEDIDA.
           IF EMPRESA-PEDIDA = SPACES
              MOVE "01" TO EMPRESA-PEDIDA
           END-IF.
           PERFORM LEER-BAJAS.
           PERFORM ESCRIBIR-INFORME.
           DISPLAY "EPISODIOS: " TOTAL-EPISODIOS
                   "  RECUPERABLE: " TOTAL-RECUPERABLE.
           DISPLAY "VER RECUPERACION_ENF.TXT".
           IF LINEAS-DESBORDADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LEER-BAJAS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT BAJAS-ENF-FILE.
           IF BAJAS-ENF-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-UNA-BAJA UNTIL HAY-FIN-DE-ARCHIVO.
           IF BAJAS-ENF-STATUS = "00" OR BAJAS-ENF-STATUS = "10"
              CLOSE BAJAS-ENF-FILE
           END-IF.

       LEER-UNA-BAJA.
           READ BAJAS-ENF-FILE INTO LINEA-BAJA-ENF
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE BE-EMPRESA TO EMPRESA-LINEA
                   IF EMPRESA-LINEA = SPACES
                      MOVE "01" TO EMPRESA-LINEA
                   END-IF
                   IF BE-PERIODO = PERIODO-PEDIDO
                      AND EMPRESA-LINEA = EMPRESA-PEDIDA
                      PERFORM ACUMULAR-BAJA
                   END-IF
           END-READ.

       ACUMULAR-BAJA.
           MOVE 0 TO EPISODIO-ENCONTRADO.
           PERFORM VARYING SUB-EPISODIO FROM 1 BY 1
                   UNTIL SUB-EPISODIO > TOTAL-EPISODIOS
              IF TEP-EMP-ID (SUB-EPISODIO) = BE-EMP-ID
                 AND TEP-EPISODIO (SUB-EPISODIO) = BE-EPISODIO
                 MOVE SUB-EPISODIO TO EPISODIO-ENCONTRADO
              END-IF
           END-PERFORM.
           IF EPISODIO-ENCONTRADO = 0
              IF TOTAL-EPISODIOS < 500
                 ADD 1 TO TOTAL-EPISODIOS
                 MOVE TOTAL-EPISODIOS TO EPISODIO-ENCONTRADO
                 MOVE BE-EMP-ID TO TEP-EMP-ID (TOTAL-EPISODIOS)
                 MOVE BE-EPISODIO TO TEP-EPISODIO (TOTAL-EPISODIOS)
                 MOVE BE-DIA-DESDE TO TEP-DIA-DESDE (TOTAL-EPISODIOS)
                 MOVE BE-DIA-HASTA TO TEP-DIA-HASTA (TOTAL-EPISODIOS)
                 MOVE 0 TO TEP-DIAS (TOTAL-EPISODIOS)
                 MOVE 0 TO TEP-DIAS-RECUP (TOTAL-EPISODIOS)
                 MOVE 0 TO TEP-EMPRESA (TOTAL-EPISODIOS)
                 MOVE 0 TO TEP-RECUPERABLE (TOTAL-EPISODIOS)
              ELSE
                 DISPLAY "AVISO: LIMITE DE 500 EPISODIOS, LINEA DE "
                         BE-EMP-ID " NO SE LISTA"
                 ADD 1 TO LINEAS-DESBORDADAS
              END-IF
           END-IF.
           IF EPISODIO-ENCONTRADO > 0
              MOVE EPISODIO-ENCONTRADO TO SUB-EPISODIO
              IF BE-DIA-DESDE < TEP-DIA-DESDE (SUB-EPISODIO)
                 MOVE BE-DIA-DESDE TO TEP-DIA-DESDE (SUB-EPISODIO)
              END-IF
              IF BE-DIA-HASTA > TEP-DIA-HASTA (SUB-EPISODIO)
                 MOVE BE-DIA-HASTA TO TEP-DIA-HASTA (SUB-EPISODIO)
              END-IF
              ADD BE-DIAS TO TEP-DIAS (SUB-EPISODIO)
      * Only what was paid on behalf of social security comes back;
      * the waiting days and the employer's own band stay a cost.
              IF BE-RECUPERABLE = "S"
                 ADD BE-DIAS TO TEP-DIAS-RECUP (SUB-EPISODIO)
                 ADD BE-PAGADO TO TEP-RECUPERABLE (SUB-EPISODIO)
              ELSE
                 ADD BE-PAGADO TO TEP-EMPRESA (SUB-EPISODIO)
              END-IF
           END-IF.

       ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME-FILE.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE PERIODO-PEDIDO TO LT-PERIODO.
           MOVE EMPRESA-PEDIDA TO LT-EMPRESA.
           MOVE FECHA-SISTEMA TO LT-FECHA.
           WRITE INFORME-RECORD FROM LINEA-TITULO.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           WRITE INFORME-RECORD FROM LINEA-CABECERA.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           PERFORM ESCRIBIR-UN-EPISODIO
                   VARYING SUB-EPISODIO FROM 1 BY 1
                   UNTIL SUB-EPISODIO > TOTAL-EPISODIOS.
           IF EMPLOYEE-STATUS = "00"
              CLOSE EMPLOYEE-FILE
           END-IF.
           MOVE SPACES TO INFORME-RECORD.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE "TOTAL A CARGO DE LA EMPRESA" TO LTT-ETIQUETA.
           MOVE TOTAL-EMPRESA TO LTT-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-TOTAL.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE "TOTAL A RECUPERAR DE LA SEGURIDAD SOCIAL"
                TO LTT-ETIQUETA.
           MOVE TOTAL-RECUPERABLE TO LTT-IMPORTE.
           WRITE INFORME-RECORD FROM LINEA-TOTAL.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           MOVE TOTAL-DIAS-RECUP TO LDR-DIAS.
           WRITE INFORME-RECORD FROM LINEA-DIAS-RECUP.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           CLOSE INFORME-FILE.

       ESCRIBIR-UN-EPISODIO.
           MOVE TEP-EMP-ID (SUB-EPISODIO) TO LE-EMP-ID.
           MOVE "(NO ESTA EN EL MAESTRO)" TO LE-NOMBRE.
           IF EMPLOYEE-STATUS = "00" OR EMPLOYEE-STATUS = "23"
              MOVE TEP-EMP-ID (SUB-EPISODIO) TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE EMP-NOMBRE TO LE-NOMBRE
              END-READ
           END-IF.
           MOVE TEP-EPISODIO (SUB-EPISODIO) TO LE-EPISODIO.
           MOVE TEP-DIA-DESDE (SUB-EPISODIO) TO LE-DESDE.
           MOVE TEP-DIA-HASTA (SUB-EPISODIO) TO LE-HASTA.
           MOVE TEP-DIAS (SUB-EPISODIO) TO LE-DIAS.
           MOVE TEP-DIAS-RECUP (SUB-EPISODIO) TO LE-DIAS-RECUP.
           MOVE TEP-EMPRESA (SUB-EPISODIO) TO LE-EMPRESA.
           MOVE TEP-RECUPERABLE (SUB-EPISODIO) TO LE-RECUPERABLE.
           WRITE INFORME-RECORD FROM LINEA-EPISODIO.
           PERFORM VERIFICAR-ESCRITURA-INFORME.
           ADD TEP-DIAS-RECUP (SUB-EPISODIO) TO TOTAL-DIAS-RECUP.
           ADD TEP-EMPRESA (SUB-EPISODIO) TO TOTAL-EMPRESA.
           ADD TEP-RECUPERABLE (SUB-EPISODIO) TO TOTAL-RECUPERABLE.

       VERIFICAR-ESCRITURA-INFORME.
           IF INFORME-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN RECUPERACION_ENF.TXT, ESTADO "
                      INFORME-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM RECUPENF.
