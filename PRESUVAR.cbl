      *          actual vs budget vs last year per department in
      *          VARIACION_PRESUPUESTO.TXT, and flags any department
      *          off budget by more than the threshold -- so "over or
      *          under plan" stops needing a spreadsheet. Shared staff
      *          count against the departments their cost is split
      *          over in REPARTO_COSTES.DAT (the split in force in
      *          each entry's own period); headcount stays at home.
      *          A pay ANULPAGO voided and did not reissue is not
      *          actual cost: each ANULACION (ANUL-BONO) line left
      *          over after the REEMISION (REEM-BONO) ones takes one
      *          of that employee's FACTURACION (FACT-BONO) lines of
      *          the period out of the actuals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "RESUMEN_PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUMEN-STATUS.
           SELECT OPTIONAL DEPTO-FILE ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEPTO-MAESTRO-STATUS.
           SELECT OPTIONAL REPARTO-FILE ASSIGN TO "REPARTO_COSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPARTO-STATUS.
           SELECT VARIACION-FILE
               ASSIGN TO "VARIACION_PRESUPUESTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 RS-OPERADOR   PIC X(8).
           05 RS-EMPRESA    PIC X(2).

       FD  DEPTO-FILE.
           COPY DEPREC.

       FD  REPARTO-FILE.
           COPY REPARTO.

       FD  VARIACION-FILE.
       01  VARIACION-RECORD PIC X(120).

       01 ARCHIVO-STATUS PIC X(2).
       01 RESUMEN-STATUS PIC X(2).
       01 VARIACION-STATUS PIC X(2).
       01 DEPTO-MAESTRO-STATUS PIC X(2).
           COPY REPARTWS.
      * Which column an entry's gross goes to: "A" this period, "P"
      * the same month last year.
       01 COLUMNA-BRUTO PIC X(1).
           88 COLUMNA-ES-ACTUAL VALUE "A".
       01 IMPORTE-PARTE PIC S9(12)V9(2).
       01 PERIODO-PEDIDO PIC 9(6).
       01 PERIODO-ANTERIOR PIC 9(6).
      * One legal entity per comparison -- with both companies in
       01 RESUMEN-HALLADO PIC X(3) VALUE "NO ".
           88 HAY-RESUMEN VALUE "SI ".
       01 TOTAL-RESUMEN PIC 9(12)V9(2) VALUE 0.
      * Voids still standing per employee, period and run (N normal,
      * B bonus): ANULACION lines less REEMISION lines, counted off
      * both logs before the actuals pass so a void logged after its
      * pay still cancels it.
       01 TOTAL-ANULADOS PIC 9(3) VALUE 0.
       01 TABLA-ANULADOS.
           05 ANULADO OCCURS 200 TIMES.
              10 TAN-EMP-ID  PIC 9(5).
              10 TAN-PERIODO PIC 9(6).
              10 TAN-TIPO    PIC X(1).
              10 TAN-SALDO   PIC S9(3).
       01 SUB-ANULADO PIC 9(3).
       01 IDX-ANULADO PIC 9(3).
       01 TIPO-ANULADO PIC X(1).
       01 ENTRADA-ANULADA PIC X(3) VALUE "NO ".
           88 ES-ENTRADA-ANULADA VALUE "SI ".
       01 LINEA-TITULO.
           05 FILLER PIC X(40)
              VALUE "VARIACION PRESUPUESTARIA DEL PERIODO    ".
           END-IF.
           COMPUTE PERIODO-ANTERIOR = PERIODO-PEDIDO - 100.
           PERFORM CARGAR-PRESUPUESTO.
           PERFORM CARGAR-REPARTOS.
           PERFORM CONTAR-ANULACIONES.
           PERFORM ACUMULAR-ACTUALES.
           PERFORM LEER-RESUMEN-PERIODO.
           PERFORM ESCRIBIR-REPORTE.
                   END-IF
           END-READ.

       CONTAR-ANULACIONES.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-ANULACION-VIVO UNTIL HAY-FIN-DE-ARCHIVO.
           IF HIST-PAGOS-STATUS = "00" OR HIST-PAGOS-STATUS = "10"
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
           MOVE LH-EMPRESA TO EMPRESA-LINEA.
           IF EMPRESA-LINEA = SPACES
              MOVE "01" TO EMPRESA-LINEA
           END-IF.
           IF EMPRESA-LINEA = EMPRESA-PEDIDA
              AND (LH-PERIODO = PERIODO-PEDIDO
                   OR LH-PERIODO = PERIODO-ANTERIOR)
              EVALUATE LH-PROGRAMA
                  WHEN "ANULACION"
                  WHEN "REEMISION"
                      MOVE "N" TO TIPO-ANULADO
                      PERFORM BUSCAR-O-CREAR-ANULADO
                  WHEN "ANUL-BONO"
                  WHEN "REEM-BONO"
                      MOVE "B" TO TIPO-ANULADO
                      PERFORM BUSCAR-O-CREAR-ANULADO
                  WHEN OTHER
                      MOVE 0 TO IDX-ANULADO
              END-EVALUATE
              IF IDX-ANULADO > 0
                 IF LH-PROGRAMA = "ANULACION"
                    OR LH-PROGRAMA = "ANUL-BONO"
                    ADD 1 TO TAN-SALDO (IDX-ANULADO)
                 ELSE
                    SUBTRACT 1 FROM TAN-SALDO (IDX-ANULADO)
                 END-IF
              END-IF
           END-IF.

       BUSCAR-O-CREAR-ANULADO.
           PERFORM BUSCAR-ANULADO.
           IF IDX-ANULADO = 0
              IF TOTAL-ANULADOS < 200
                 ADD 1 TO TOTAL-ANULADOS
                 MOVE TOTAL-ANULADOS TO IDX-ANULADO
                 MOVE LH-EMP-ID TO TAN-EMP-ID (IDX-ANULADO)
                 MOVE LH-PERIODO TO TAN-PERIODO (IDX-ANULADO)
                 MOVE TIPO-ANULADO TO TAN-TIPO (IDX-ANULADO)
                 MOVE 0 TO TAN-SALDO (IDX-ANULADO)
              ELSE
                 DISPLAY "AVISO: MAS DE 200 ANULACIONES, LAS "
                         "SIGUIENTES CUENTAN COMO PAGADAS"
              END-IF
           END-IF.

       BUSCAR-ANULADO.
           MOVE 0 TO IDX-ANULADO.
           PERFORM VARYING SUB-ANULADO FROM 1 BY 1
                   UNTIL SUB-ANULADO > TOTAL-ANULADOS
              IF TAN-EMP-ID (SUB-ANULADO) = LH-EMP-ID
                 AND TAN-PERIODO (SUB-ANULADO) = LH-PERIODO
                 AND TAN-TIPO (SUB-ANULADO) = TIPO-ANULADO
                 MOVE SUB-ANULADO TO IDX-ANULADO
                 MOVE 201 TO SUB-ANULADO
              END-IF
           END-PERFORM.

       DESCONTAR-ANULADA.
      * A pay line with a void still standing against it is used up
      * by that void and left out.
           MOVE "NO " TO ENTRADA-ANULADA.
           IF LH-PROGRAMA = "FACT-BONO"
              MOVE "B" TO TIPO-ANULADO
           ELSE
              MOVE "N" TO TIPO-ANULADO
           END-IF.
           PERFORM BUSCAR-ANULADO.
           IF IDX-ANULADO > 0
              IF TAN-SALDO (IDX-ANULADO) > 0
                 SUBTRACT 1 FROM TAN-SALDO (IDX-ANULADO)
                 SET ES-ENTRADA-ANULADA TO TRUE
              END-IF
           END-IF.

       ACUMULAR-ACTUALES.
      * The actuals come off the same history every other report
      * trusts -- FACTURACION and FACT-BONO entries of the period
           IF EMPRESA-LINEA = SPACES
              MOVE "01" TO EMPRESA-LINEA
           END-IF.
           MOVE "NO " TO ENTRADA-ANULADA.
           IF (LH-PROGRAMA = "FACTURACION"
               OR LH-PROGRAMA = "FACT-BONO")
              AND EMPRESA-LINEA = EMPRESA-PEDIDA
              AND (LH-PERIODO = PERIODO-PEDIDO
                   OR LH-PERIODO = PERIODO-ANTERIOR)
              PERFORM DESCONTAR-ANULADA
           END-IF.
           IF (LH-PROGRAMA = "FACTURACION"
               OR LH-PROGRAMA = "FACT-BONO")
              AND EMPRESA-LINEA = EMPRESA-PEDIDA
              AND NOT ES-ENTRADA-ANULADA
              IF LH-PERIODO = PERIODO-PEDIDO
                 MOVE LH-DEPTO TO DEPTO-BUSCADO
                 PERFORM BUSCAR-O-CREAR-DEPTO
                 IF IDX-DEPTO > 0
                    ADD 1 TO DV-ACT-PERSONAS (IDX-DEPTO)
                 END-IF
                 MOVE "A" TO COLUMNA-BRUTO
                 PERFORM SUMAR-BRUTO-ENTRADA
              END-IF
              IF LH-PERIODO = PERIODO-ANTERIOR
                 MOVE "P" TO COLUMNA-BRUTO
                 PERFORM SUMAR-BRUTO-ENTRADA
              END-IF
           END-IF.

       SUMAR-BRUTO-ENTRADA.
      * The same split the run spread the cost by: the allocation in
      * force in the entry's own period, or all of it at home.
           MOVE "NO " TO REPARTO-HALLADO.
           IF LH-EMP-ID NUMERIC
              MOVE LH-EMP-ID TO REPARTO-EMP-ID
              MOVE LH-PERIODO TO REPARTO-PERIODO
              PERFORM BUSCAR-REPARTO
           END-IF.
           IF HAY-REPARTO
              MOVE LH-RESULTADO TO IMPORTE-A-REPARTIR
              PERFORM REPARTIR-IMPORTE
              PERFORM SUMAR-PARTE-BRUTO
                      VARYING SUB-PARTE FROM 1 BY 1
                      UNTIL SUB-PARTE > TOTAL-PARTES
           ELSE
              MOVE LH-DEPTO TO DEPTO-BUSCADO
              MOVE LH-RESULTADO TO IMPORTE-PARTE
              PERFORM SUMAR-BRUTO-DEPTO
           END-IF.

       SUMAR-PARTE-BRUTO.
           MOVE PT-DEPTO (SUB-PARTE) TO DEPTO-BUSCADO.
           MOVE PT-IMPORTE (SUB-PARTE) TO IMPORTE-PARTE.
           PERFORM SUMAR-BRUTO-DEPTO.

       SUMAR-BRUTO-DEPTO.
           PERFORM BUSCAR-O-CREAR-DEPTO.
           IF IDX-DEPTO > 0
              IF COLUMNA-ES-ACTUAL
                 ADD IMPORTE-PARTE TO DV-ACT-BRUTO (IDX-DEPTO)
              ELSE
                 ADD IMPORTE-PARTE TO DV-ANT-BRUTO (IDX-DEPTO)
              END-IF
           END-IF.

              STOP RUN
           END-IF.

           COPY REPARTPR.

       END PROGRAM PRESUVAR.
