      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Period-to-period pay variance report -- compares
      *          every employee's gross and NETO in the period's
      *          HISTORIAL_DETALLE.LOG lines against the previous
      *          period, flags any swing past the percentage or
      *          amount threshold, and gives each flagged line the
      *          reasons the data already knows: hire proration,
      *          final pay, hourly pay, unpaid absence, salary or
      *          grade change, arrears, adjustment, loan start or
      *          stop, bonus and withholding regularization. It ends
      *          with the bridge from last period's total gross to
      *          this one's by cause, in VARIACION_NOMINA.TXT -- meant
      *          to be read before the bank file is released, not
      *          after the employee phones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIAPER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HIST-DETALLE-FILE
               ASSIGN TO "HISTORIAL_DETALLE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-DETALLE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT OPTIONAL AUSENCIAS-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSENCIAS-STATUS.
           SELECT OPTIONAL CAMBIOS-FILE
               ASSIGN TO "CAMBIOS_MAESTRO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMBIOS-STATUS.
           SELECT VARIACION-FILE ASSIGN TO "VARIACION_NOMINA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIACION-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  HIST-DETALLE-FILE.
      * The component breakdown the run writes next to each pay line,
      * DETLOG layout verbatim.
       01  HIST-DETALLE-RECORD PIC X(52).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  AUSENCIAS-FILE.
      * Must match AUSENCIA-RECORD as FACTURACION.cbl reads it -- only
      * the SIN (unpaid) lines move a gross.
       01  AUSENCIA-RECORD.
           05 AU-EMP-ID  PIC 9(5).
           05 AU-TIPO    PIC X(3).
           05 AU-DIAS    PIC 9(2)V9(1).
           05 AU-PERIODO PIC 9(6).
           05 AU-ESTADO  PIC X(1).

       FD  CAMBIOS-FILE.
       01  CAMBIOS-RECORD PIC X(160).

       FD  VARIACION-FILE.
       01  VARIACION-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DETLOG.
           COPY CAMBLOG.
       01 HIST-DETALLE-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 AUSENCIAS-STATUS PIC X(2).
       01 CAMBIOS-STATUS PIC X(2).
       01 VARIACION-STATUS PIC X(2).
       01 PERIODO-PEDIDO PIC 9(6).
       01 PERIODO-ANTERIOR PIC 9(6).
      * One legal entity per comparison (lines from before the field
      * read as 01).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 EMPRESA-LINEA PIC X(2).
      * A swing is flagged past either threshold; a zero turns that
      * test off, and both at zero fall back to 10%.
       01 UMBRAL-PCT PIC 9(3) VALUE 10.
       01 UMBRAL-IMPORTE PIC 9(7)V9(2) VALUE 0.
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
      * One slot per employee paid in either period: both periods'
      * gross and NETO, and one S/N byte per cause found for him.
       01 TOTAL-EMPLEADOS PIC 9(3) VALUE 0.
       01 TABLA-VARIACION.
           05 EMP-VAR OCCURS 500 TIMES.
              10 VE-EMP-ID     PIC 9(5).
              10 VE-NOMBRE     PIC X(30).
              10 VE-BRUTO-ACT  PIC S9(10)V9(2).
              10 VE-NETO-ACT   PIC S9(10)V9(2).
              10 VE-BRUTO-ANT  PIC S9(10)V9(2).
              10 VE-NETO-ANT   PIC S9(10)V9(2).
              10 VE-PAGADO-ACT PIC X(1).
              10 VE-PAGADO-ANT PIC X(1).
              10 VE-ALTA       PIC X(1).
              10 VE-FINAL      PIC X(1).
              10 VE-HORAS      PIC X(1).
              10 VE-AUSENCIA   PIC X(1).
              10 VE-CAMBIO     PIC X(1).
              10 VE-ATRASO     PIC X(1).
              10 VE-AJUSTE     PIC X(1).
              10 VE-PREST-ACT  PIC X(1).
              10 VE-PREST-ANT  PIC X(1).
              10 VE-BONO       PIC X(1).
              10 VE-REGULARIZ  PIC X(1).
       01 SUB-EMP PIC 9(3).
       01 IDX-EMP PIC 9(3).
       01 EMP-BUSCADO PIC 9(5).
       01 TABLA-LLENA PIC X(3) VALUE "NO ".
           88 HAY-TABLA-LLENA VALUE "SI ".
      * The bridge: every employee's gross movement is booked to one
      * cause -- joiners and leavers whole, the rest to the first
      * cause found in this order -- so the lines add up exactly.
       01 TABLA-PUENTE.
           05 PUENTE OCCURS 9 TIMES.
              10 PU-IMPORTE  PIC S9(12)V9(2).
              10 PU-PERSONAS PIC 9(5).
       01 TABLA-CAUSAS-PUENTE.
           05 FILLER PIC X(30) VALUE "INCORPORADOS AL PERIODO       ".
           05 FILLER PIC X(30) VALUE "SIN PAGO EN EL PERIODO        ".
           05 FILLER PIC X(30) VALUE "PAGO FINAL (BAJA)             ".
           05 FILLER PIC X(30) VALUE "PRORRATEO DE ALTA             ".
           05 FILLER PIC X(30) VALUE "AUSENCIA SIN SUELDO           ".
           05 FILLER PIC X(30) VALUE "CAMBIO DE SUELDO O GRADO      ".
           05 FILLER PIC X(30) VALUE "HORAS TRABAJADAS              ".
           05 FILLER PIC X(30) VALUE "BONO / AGUINALDO              ".
           05 FILLER PIC X(30) VALUE "SIN CAUSA REGISTRADA          ".
       01 TABLA-CAUSAS-R REDEFINES TABLA-CAUSAS-PUENTE.
           05 PU-ETIQUETA OCCURS 9 TIMES PIC X(30).
       01 SUB-PUENTE PIC 9(1).
       01 CAUSA-PUENTE PIC 9(1).
       01 TOTAL-BRUTO-ACT PIC S9(12)V9(2) VALUE 0.
       01 TOTAL-BRUTO-ANT PIC S9(12)V9(2) VALUE 0.
       01 TOTAL-NETO-ACT PIC S9(12)V9(2) VALUE 0.
       01 TOTAL-NETO-ANT PIC S9(12)V9(2) VALUE 0.
       01 SUMA-PUENTE PIC S9(12)V9(2).
       01 DIF-BRUTO PIC S9(10)V9(2).
       01 DIF-NETO PIC S9(10)V9(2).
       01 PCT-BRUTO PIC S9(5)V9(2).
       01 PCT-NETO PIC S9(5)V9(2).
       01 LINEA-MARCADA PIC X(3) VALUE "NO ".
           88 ES-LINEA-MARCADA VALUE "SI ".
       01 MARCADOS PIC 9(5) VALUE 0.
       01 MOTIVOS PIC X(80).
       01 PUNTERO-MOTIVOS PIC 9(3).
       01 LINEA-TITULO.
           05 FILLER PIC X(34)
              VALUE "VARIACION DE NOMINA DEL PERIODO   ".
           05 VT-PERIODO PIC 9(6).
           05 FILLER PIC X(14) VALUE " CONTRA EL    ".
           05 VT-ANTERIOR PIC 9(6).
           05 FILLER PIC X(10) VALUE "  EMPRESA ".
           05 VT-EMPRESA PIC X(2).
       01 LINEA-UMBRAL.
           05 FILLER PIC X(9) VALUE "UMBRAL: ".
           05 VU-PCT PIC ZZ9.
           05 FILLER PIC X(7) VALUE "% O   ".
           05 VU-IMPORTE PIC Z(6)9.99.
       01 LINEA-CABECERA PIC X(120) VALUE
          "ID     NOMBRE                          BRUTO ANT.    BRUTO
      -   "ACT.   VAR.%     NETO ANT.     NETO ACT.   VAR.%".
       01 LINEA-DETALLE.
           05 VD-EMP-ID    PIC 9(5).
           05 FILLER       PIC X(2) VALUE "  ".
           05 VD-NOMBRE    PIC X(30).
           05 FILLER       PIC X(1) VALUE " ".
           05 VD-BRUTO-ANT PIC Z(9)9.99.
           05 FILLER       PIC X(1) VALUE " ".
           05 VD-BRUTO-ACT PIC Z(9)9.99.
           05 FILLER       PIC X(1) VALUE " ".
           05 VD-PCT-BRUTO PIC -(4)9.99.
           05 FILLER       PIC X(1) VALUE " ".
           05 VD-NETO-ANT  PIC Z(9)9.99.
           05 FILLER       PIC X(1) VALUE " ".
           05 VD-NETO-ACT  PIC Z(9)9.99.
           05 FILLER       PIC X(1) VALUE " ".
           05 VD-PCT-NETO  PIC -(4)9.99.
       01 LINEA-MOTIVOS.
           05 FILLER       PIC X(15) VALUE "       MOTIVOS:".
           05 FILLER       PIC X(1) VALUE " ".
           05 VM-MOTIVOS   PIC X(80).
       01 LINEA-PUENTE.
           05 VP-ETIQUETA  PIC X(30).
           05 FILLER       PIC X(2) VALUE "  ".
           05 VP-PERSONAS  PIC Z(4)9.
           05 FILLER       PIC X(2) VALUE "  ".
           05 VP-IMPORTE   PIC -(11)9.99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PERIODO A REVISAR (AAAAMM)".
           ACCEPT PERIODO-PEDIDO.
           DISPLAY "UMBRAL DE VARIACION EN % (0 = SIN UMBRAL %)".
           ACCEPT UMBRAL-PCT.
           DISPLAY "UMBRAL DE VARIACION EN IMPORTE (0 = SIN UMBRAL "
                   "DE IMPORTE)".
           ACCEPT UMBRAL-IMPORTE.
           IF UMBRAL-PCT = 0 AND UMBRAL-IMPORTE = 0
              MOVE 10 TO UMBRAL-PCT
           END-IF.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
           MOVE SPACES TO EMPRESA-PEDIDA.
           ACCEPT EMPRESA-PEDIDA.
           IF EMPRESA-PEDIDA = SPACES
              MOVE "01" TO EMPRESA-PEDIDA
           END-IF.
           IF PERIODO-PEDIDO (5:2) = "01"
              COMPUTE PERIODO-ANTERIOR = PERIODO-PEDIDO - 100 + 11
           ELSE
              COMPUTE PERIODO-ANTERIOR = PERIODO-PEDIDO - 1
           END-IF.
           PERFORM VARYING SUB-PUENTE FROM 1 BY 1 UNTIL SUB-PUENTE > 9
              MOVE 0 TO PU-IMPORTE (SUB-PUENTE)
              MOVE 0 TO PU-PERSONAS (SUB-PUENTE)
           END-PERFORM.
           PERFORM ACUMULAR-DETALLE.
           IF TOTAL-EMPLEADOS = 0
              DISPLAY "SIN LINEAS DE DETALLE PARA " PERIODO-PEDIDO
                      " NI " PERIODO-ANTERIOR " -- NADA QUE COMPARAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM REVISAR-MAESTRO.
           PERFORM REVISAR-AUSENCIAS.
           PERFORM REVISAR-CAMBIOS.
           PERFORM ESCRIBIR-REPORTE.
           IF MARCADOS > 0 OR HAY-TABLA-LLENA
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       BUSCAR-O-CREAR-EMPLEADO.
           MOVE 0 TO IDX-EMP.
           PERFORM VARYING SUB-EMP FROM 1 BY 1
                   UNTIL SUB-EMP > TOTAL-EMPLEADOS
              IF VE-EMP-ID (SUB-EMP) = EMP-BUSCADO
                 MOVE SUB-EMP TO IDX-EMP
                 MOVE TOTAL-EMPLEADOS TO SUB-EMP
              END-IF
           END-PERFORM.
           IF IDX-EMP = 0
              IF TOTAL-EMPLEADOS < 500
                 ADD 1 TO TOTAL-EMPLEADOS
                 MOVE TOTAL-EMPLEADOS TO IDX-EMP
                 MOVE EMP-BUSCADO TO VE-EMP-ID (IDX-EMP)
                 MOVE SPACES TO VE-NOMBRE (IDX-EMP)
                 MOVE 0 TO VE-BRUTO-ACT (IDX-EMP)
                 MOVE 0 TO VE-NETO-ACT (IDX-EMP)
                 MOVE 0 TO VE-BRUTO-ANT (IDX-EMP)
                 MOVE 0 TO VE-NETO-ANT (IDX-EMP)
                 MOVE "N" TO VE-PAGADO-ACT (IDX-EMP)
                 MOVE "N" TO VE-PAGADO-ANT (IDX-EMP)
                 MOVE "N" TO VE-ALTA (IDX-EMP)
                 MOVE "N" TO VE-FINAL (IDX-EMP)
                 MOVE "N" TO VE-HORAS (IDX-EMP)
                 MOVE "N" TO VE-AUSENCIA (IDX-EMP)
                 MOVE "N" TO VE-CAMBIO (IDX-EMP)
                 MOVE "N" TO VE-ATRASO (IDX-EMP)
                 MOVE "N" TO VE-AJUSTE (IDX-EMP)
                 MOVE "N" TO VE-PREST-ACT (IDX-EMP)
                 MOVE "N" TO VE-PREST-ANT (IDX-EMP)
                 MOVE "N" TO VE-BONO (IDX-EMP)
                 MOVE "N" TO VE-REGULARIZ (IDX-EMP)
              ELSE
                 IF NOT HAY-TABLA-LLENA
                    DISPLAY "AVISO: LIMITE DE 500 EMPLEADOS "
                            "ALCANZADO, EL RESTO NO SE COMPARA"
                    SET HAY-TABLA-LLENA TO TRUE
                 END-IF
              END-IF
           END-IF.

       BUSCAR-EMPLEADO.
           MOVE 0 TO IDX-EMP.
           PERFORM VARYING SUB-EMP FROM 1 BY 1
                   UNTIL SUB-EMP > TOTAL-EMPLEADOS
              IF VE-EMP-ID (SUB-EMP) = EMP-BUSCADO
                 MOVE SUB-EMP TO IDX-EMP
                 MOVE TOTAL-EMPLEADOS TO SUB-EMP
              END-IF
           END-PERFORM.

       ACUMULAR-DETALLE.
      * Both periods come off the run's own breakdown, so a period
      * compares what was actually paid, components and all.
           OPEN INPUT HIST-DETALLE-FILE.
           IF HIST-DETALLE-STATUS NOT = "00"
              DISPLAY "NO HAY HISTORIAL_DETALLE.LOG"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-DETALLE UNTIL HAY-FIN-DE-ARCHIVO.
           IF HIST-DETALLE-STATUS = "00" OR HIST-DETALLE-STATUS = "10"
              CLOSE HIST-DETALLE-FILE
           END-IF.

       LEER-DETALLE.
           READ HIST-DETALLE-FILE INTO LINEA-HIST-DET
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LD-EMPRESA TO EMPRESA-LINEA
                   IF EMPRESA-LINEA = SPACES
                      MOVE "01" TO EMPRESA-LINEA
                   END-IF
                   IF EMPRESA-LINEA = EMPRESA-PEDIDA
                      AND (LD-PERIODO = PERIODO-PEDIDO
                           OR LD-PERIODO = PERIODO-ANTERIOR)
                      MOVE LD-EMP-ID TO EMP-BUSCADO
                      PERFORM BUSCAR-O-CREAR-EMPLEADO
                      IF IDX-EMP > 0
                         IF LD-PERIODO = PERIODO-PEDIDO
                            PERFORM ANOTAR-DETALLE-ACTUAL
                         ELSE
                            PERFORM ANOTAR-DETALLE-ANTERIOR
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       ANOTAR-DETALLE-ACTUAL.
           IF LD-CONCEPTO = "BRUTO   "
              ADD LD-IMPORTE TO VE-BRUTO-ACT (IDX-EMP)
              MOVE "S" TO VE-PAGADO-ACT (IDX-EMP)
              ADD LD-IMPORTE TO TOTAL-BRUTO-ACT
              IF LD-PROGRAMA = "FACT-BONO"
                 MOVE "S" TO VE-BONO (IDX-EMP)
              END-IF
           END-IF.
           IF LD-CONCEPTO = "NETO    "
              ADD LD-IMPORTE TO VE-NETO-ACT (IDX-EMP)
              ADD LD-IMPORTE TO TOTAL-NETO-ACT
           END-IF.
           IF LD-CONCEPTO = "ATRASO  "
              MOVE "S" TO VE-ATRASO (IDX-EMP)
           END-IF.
           IF LD-CONCEPTO = "AJUSTE  "
              MOVE "S" TO VE-AJUSTE (IDX-EMP)
           END-IF.
           IF LD-CONCEPTO = "PRESTAMO"
              MOVE "S" TO VE-PREST-ACT (IDX-EMP)
           END-IF.
           IF LD-CONCEPTO = "REGULARI"
              MOVE "S" TO VE-REGULARIZ (IDX-EMP)
           END-IF.

       ANOTAR-DETALLE-ANTERIOR.
      * Last period's one-offs explain this period's swing back too
      * -- a bonus month or a clawback is why the next one differs.
           IF LD-CONCEPTO = "BRUTO   "
              ADD LD-IMPORTE TO VE-BRUTO-ANT (IDX-EMP)
              MOVE "S" TO VE-PAGADO-ANT (IDX-EMP)
              ADD LD-IMPORTE TO TOTAL-BRUTO-ANT
              IF LD-PROGRAMA = "FACT-BONO"
                 MOVE "S" TO VE-BONO (IDX-EMP)
              END-IF
           END-IF.
           IF LD-CONCEPTO = "NETO    "
              ADD LD-IMPORTE TO VE-NETO-ANT (IDX-EMP)
              ADD LD-IMPORTE TO TOTAL-NETO-ANT
           END-IF.
           IF LD-CONCEPTO = "ATRASO  "
              MOVE "S" TO VE-ATRASO (IDX-EMP)
           END-IF.
           IF LD-CONCEPTO = "AJUSTE  "
              MOVE "S" TO VE-AJUSTE (IDX-EMP)
           END-IF.
           IF LD-CONCEPTO = "PRESTAMO"
              MOVE "S" TO VE-PREST-ANT (IDX-EMP)
           END-IF.

       REVISAR-MAESTRO.
      * Name, hire date, final-pay date and pay basis off the master.
      * An employee no longer on file still compares, unnamed.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "AVISO: SIN EMPLEADOS.DAT, MOTIVOS DEL MAESTRO "
                      "NO DISPONIBLES"
           ELSE
              PERFORM REVISAR-UN-EMPLEADO
                      VARYING IDX-EMP FROM 1 BY 1
                      UNTIL IDX-EMP > TOTAL-EMPLEADOS
              CLOSE EMPLOYEE-FILE
           END-IF.

       REVISAR-UN-EMPLEADO.
           MOVE VE-EMP-ID (IDX-EMP) TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)" TO VE-NOMBRE (IDX-EMP)
               NOT INVALID KEY
                   MOVE EMP-NOMBRE TO VE-NOMBRE (IDX-EMP)
      * A hire in either period: prorated now, or prorated last
      * month and paid in full now.
                   IF EMP-FECHA-ALTA (1:6) = PERIODO-PEDIDO
                      OR EMP-FECHA-ALTA (1:6) = PERIODO-ANTERIOR
                      MOVE "S" TO VE-ALTA (IDX-EMP)
                   END-IF
                   IF EMP-TERMINADO
                      AND (EMP-FECHA-BAJA (1:6) = PERIODO-PEDIDO
                           OR EMP-FECHA-BAJA (1:6) = PERIODO-ANTERIOR)
                      MOVE "S" TO VE-FINAL (IDX-EMP)
                   END-IF
                   IF EMP-PAGO-POR-HORA
                      MOVE "S" TO VE-HORAS (IDX-EMP)
                   END-IF
           END-READ.

       REVISAR-AUSENCIAS.
      * Payable unpaid leave in either period -- "P" and "R" lines
      * never reached a gross.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT AUSENCIAS-FILE.
           IF AUSENCIAS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-AUSENCIA UNTIL HAY-FIN-DE-ARCHIVO.
           IF AUSENCIAS-STATUS = "00" OR AUSENCIAS-STATUS = "10"
              CLOSE AUSENCIAS-FILE
           END-IF.

       LEER-AUSENCIA.
           READ AUSENCIAS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF AU-TIPO = "SIN"
                      AND (AU-PERIODO = PERIODO-PEDIDO
                           OR AU-PERIODO = PERIODO-ANTERIOR)
                      AND AU-ESTADO NOT = "P"
                      AND AU-ESTADO NOT = "R"
                      MOVE AU-EMP-ID TO EMP-BUSCADO
                      PERFORM BUSCAR-EMPLEADO
                      IF IDX-EMP > 0
                         MOVE "S" TO VE-AUSENCIA (IDX-EMP)
                      END-IF
                   END-IF
           END-READ.

       REVISAR-CAMBIOS.
      * A salary or grade that moved between the two runs -- keyed in
      * EMPMANT, re-priced by RETROCAL, stepped by the band or taken
      * from an effective-dated change at the run.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT CAMBIOS-FILE.
           IF CAMBIOS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-CAMBIO UNTIL HAY-FIN-DE-ARCHIVO.
           IF CAMBIOS-STATUS = "00" OR CAMBIOS-STATUS = "10"
              CLOSE CAMBIOS-FILE
           END-IF.

       LEER-CAMBIO.
           READ CAMBIOS-FILE INTO LINEA-CAMBIO
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF (LC-CAMPO = "SUELDO    "
                       OR LC-CAMPO = "GRADO     ")
                      AND LC-FECHA (1:6) NOT < PERIODO-ANTERIOR
                      AND LC-FECHA (1:6) NOT > PERIODO-PEDIDO
                      MOVE LC-EMP-ID TO EMP-BUSCADO
                      PERFORM BUSCAR-EMPLEADO
                      IF IDX-EMP > 0
                         MOVE "S" TO VE-CAMBIO (IDX-EMP)
                      END-IF
                   END-IF
           END-READ.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT VARIACION-FILE.
           MOVE PERIODO-PEDIDO TO VT-PERIODO.
           MOVE PERIODO-ANTERIOR TO VT-ANTERIOR.
           MOVE EMPRESA-PEDIDA TO VT-EMPRESA.
           WRITE VARIACION-RECORD FROM LINEA-TITULO.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           MOVE UMBRAL-PCT TO VU-PCT.
           MOVE UMBRAL-IMPORTE TO VU-IMPORTE.
           WRITE VARIACION-RECORD FROM LINEA-UMBRAL.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           WRITE VARIACION-RECORD FROM LINEA-CABECERA.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           PERFORM EVALUAR-UN-EMPLEADO
                   VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > TOTAL-EMPLEADOS.
           PERFORM ESCRIBIR-PUENTE.
           CLOSE VARIACION-FILE.
           DISPLAY "REPORTE EN VARIACION_NOMINA.TXT -- "
                   TOTAL-EMPLEADOS " EMPLEADOS, " MARCADOS
                   " CON VARIACION FUERA DE UMBRAL".

       EVALUAR-UN-EMPLEADO.
           COMPUTE DIF-BRUTO = VE-BRUTO-ACT (IDX-EMP)
                 - VE-BRUTO-ANT (IDX-EMP).
           COMPUTE DIF-NETO = VE-NETO-ACT (IDX-EMP)
                 - VE-NETO-ANT (IDX-EMP).
           MOVE 0 TO PCT-BRUTO.
           MOVE 0 TO PCT-NETO.
           IF VE-BRUTO-ANT (IDX-EMP) NOT = 0
              COMPUTE PCT-BRUTO ROUNDED =
                      DIF-BRUTO * 100 / VE-BRUTO-ANT (IDX-EMP)
                  ON SIZE ERROR
                      MOVE 99999.99 TO PCT-BRUTO
              END-COMPUTE
           END-IF.
           IF VE-NETO-ANT (IDX-EMP) NOT = 0
              COMPUTE PCT-NETO ROUNDED =
                      DIF-NETO * 100 / VE-NETO-ANT (IDX-EMP)
                  ON SIZE ERROR
                      MOVE 99999.99 TO PCT-NETO
              END-COMPUTE
           END-IF.
           PERFORM CLASIFICAR-PUENTE.
      * Somebody paid in only one of the two periods always prints --
      * a joiner or a leaver is exactly the swing to look at.
           MOVE "NO " TO LINEA-MARCADA.
           IF VE-PAGADO-ACT (IDX-EMP) NOT = VE-PAGADO-ANT (IDX-EMP)
              SET ES-LINEA-MARCADA TO TRUE
           END-IF.
           IF UMBRAL-PCT > 0
              IF PCT-BRUTO > UMBRAL-PCT OR PCT-BRUTO < (0 - UMBRAL-PCT)
                 OR PCT-NETO > UMBRAL-PCT
                 OR PCT-NETO < (0 - UMBRAL-PCT)
                 SET ES-LINEA-MARCADA TO TRUE
              END-IF
           END-IF.
           IF UMBRAL-IMPORTE > 0
              IF DIF-BRUTO > UMBRAL-IMPORTE
                 OR DIF-BRUTO < (0 - UMBRAL-IMPORTE)
                 OR DIF-NETO > UMBRAL-IMPORTE
                 OR DIF-NETO < (0 - UMBRAL-IMPORTE)
                 SET ES-LINEA-MARCADA TO TRUE
              END-IF
           END-IF.
           IF ES-LINEA-MARCADA
              ADD 1 TO MARCADOS
              PERFORM ESCRIBIR-LINEA-MARCADA
           END-IF.

       CLASIFICAR-PUENTE.
      * One cause per employee, first match wins, so the bridge adds
      * up to the two period totals exactly.
           IF VE-PAGADO-ANT (IDX-EMP) = "N"
              MOVE 1 TO CAUSA-PUENTE
           ELSE
              IF VE-PAGADO-ACT (IDX-EMP) = "N"
                 MOVE 2 TO CAUSA-PUENTE
              ELSE
                 IF VE-FINAL (IDX-EMP) = "S"
                    MOVE 3 TO CAUSA-PUENTE
                 ELSE
                    IF VE-ALTA (IDX-EMP) = "S"
                       MOVE 4 TO CAUSA-PUENTE
                    ELSE
                       IF VE-AUSENCIA (IDX-EMP) = "S"
                          MOVE 5 TO CAUSA-PUENTE
                       ELSE
                          IF VE-CAMBIO (IDX-EMP) = "S"
                             MOVE 6 TO CAUSA-PUENTE
                          ELSE
                             IF VE-HORAS (IDX-EMP) = "S"
                                MOVE 7 TO CAUSA-PUENTE
                             ELSE
                                IF VE-BONO (IDX-EMP) = "S"
                                   MOVE 8 TO CAUSA-PUENTE
                                ELSE
                                   MOVE 9 TO CAUSA-PUENTE
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF DIF-BRUTO NOT = 0
              ADD DIF-BRUTO TO PU-IMPORTE (CAUSA-PUENTE)
              ADD 1 TO PU-PERSONAS (CAUSA-PUENTE)
           END-IF.

       ESCRIBIR-LINEA-MARCADA.
           MOVE VE-EMP-ID (IDX-EMP) TO VD-EMP-ID.
           MOVE VE-NOMBRE (IDX-EMP) TO VD-NOMBRE.
           MOVE VE-BRUTO-ANT (IDX-EMP) TO VD-BRUTO-ANT.
           MOVE VE-BRUTO-ACT (IDX-EMP) TO VD-BRUTO-ACT.
           MOVE PCT-BRUTO TO VD-PCT-BRUTO.
           MOVE VE-NETO-ANT (IDX-EMP) TO VD-NETO-ANT.
           MOVE VE-NETO-ACT (IDX-EMP) TO VD-NETO-ACT.
           MOVE PCT-NETO TO VD-PCT-NETO.
           WRITE VARIACION-RECORD FROM LINEA-DETALLE.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           PERFORM COMPONER-MOTIVOS.
           MOVE MOTIVOS TO VM-MOTIVOS.
           WRITE VARIACION-RECORD FROM LINEA-MOTIVOS.
           PERFORM VERIFICAR-ESCRITURA-VAR.

       COMPONER-MOTIVOS.
           MOVE SPACES TO MOTIVOS.
           MOVE 1 TO PUNTERO-MOTIVOS.
           IF VE-PAGADO-ANT (IDX-EMP) = "N"
              STRING "NUEVO-EN-NOMINA " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-PAGADO-ACT (IDX-EMP) = "N"
              STRING "SIN-PAGO-ESTE-PERIODO " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-ALTA (IDX-EMP) = "S"
              STRING "PRORRATEO-ALTA " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-FINAL (IDX-EMP) = "S"
              STRING "PAGO-FINAL " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-HORAS (IDX-EMP) = "S"
              STRING "HORAS " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-AUSENCIA (IDX-EMP) = "S"
              STRING "AUSENCIA-SIN-SUELDO " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-CAMBIO (IDX-EMP) = "S"
              STRING "CAMBIO-SUELDO/GRADO " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-ATRASO (IDX-EMP) = "S"
              STRING "ATRASOS " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-AJUSTE (IDX-EMP) = "S"
              STRING "AJUSTE " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-PREST-ACT (IDX-EMP) = "S"
              AND VE-PREST-ANT (IDX-EMP) = "N"
              STRING "INICIO-PRESTAMO " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-PREST-ACT (IDX-EMP) = "N"
              AND VE-PREST-ANT (IDX-EMP) = "S"
              STRING "FIN-PRESTAMO " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-BONO (IDX-EMP) = "S"
              STRING "BONO " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF VE-REGULARIZ (IDX-EMP) = "S"
              STRING "REGULARIZACION-RETENCION " DELIMITED BY SIZE
                  INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
              END-STRING
           END-IF.
           IF MOTIVOS = SPACES
              MOVE "*** SIN CAUSA REGISTRADA -- REVISAR ANTES DEL PAGO"
                   TO MOTIVOS
           END-IF.

       ESCRIBIR-PUENTE.
      * Last period's gross, one line per cause, this period's gross
      * -- and whether the causes add up to the difference.
           MOVE SPACES TO VARIACION-RECORD.
           WRITE VARIACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           MOVE "PUENTE DEL BRUTO POR CAUSA" TO VARIACION-RECORD.
           WRITE VARIACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           MOVE "BRUTO PERIODO ANTERIOR" TO VP-ETIQUETA.
           MOVE 0 TO VP-PERSONAS.
           MOVE TOTAL-BRUTO-ANT TO VP-IMPORTE.
           WRITE VARIACION-RECORD FROM LINEA-PUENTE.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           MOVE TOTAL-BRUTO-ANT TO SUMA-PUENTE.
           PERFORM VARYING SUB-PUENTE FROM 1 BY 1 UNTIL SUB-PUENTE > 9
              IF PU-PERSONAS (SUB-PUENTE) > 0
                 MOVE PU-ETIQUETA (SUB-PUENTE) TO VP-ETIQUETA
                 MOVE PU-PERSONAS (SUB-PUENTE) TO VP-PERSONAS
                 MOVE PU-IMPORTE (SUB-PUENTE) TO VP-IMPORTE
                 WRITE VARIACION-RECORD FROM LINEA-PUENTE
                 PERFORM VERIFICAR-ESCRITURA-VAR
                 ADD PU-IMPORTE (SUB-PUENTE) TO SUMA-PUENTE
              END-IF
           END-PERFORM.
           MOVE "BRUTO PERIODO ACTUAL" TO VP-ETIQUETA.
           MOVE 0 TO VP-PERSONAS.
           MOVE TOTAL-BRUTO-ACT TO VP-IMPORTE.
           WRITE VARIACION-RECORD FROM LINEA-PUENTE.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           MOVE "NETO PERIODO ANTERIOR" TO VP-ETIQUETA.
           MOVE TOTAL-NETO-ANT TO VP-IMPORTE.
           WRITE VARIACION-RECORD FROM LINEA-PUENTE.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           MOVE "NETO PERIODO ACTUAL" TO VP-ETIQUETA.
           MOVE TOTAL-NETO-ACT TO VP-IMPORTE.
           WRITE VARIACION-RECORD FROM LINEA-PUENTE.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           IF SUMA-PUENTE = TOTAL-BRUTO-ACT
              MOVE "EL PUENTE CUADRA CON EL BRUTO DEL PERIODO"
                   TO VARIACION-RECORD
           ELSE
              MOVE "AVISO: EL PUENTE NO CUADRA CON EL BRUTO DEL PERIODO"
                   TO VARIACION-RECORD
           END-IF.
           WRITE VARIACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-VAR.
           IF HAY-TABLA-LLENA
              MOVE "AVISO: MAS DE 500 EMPLEADOS, COMPARACION PARCIAL"
                   TO VARIACION-RECORD
              WRITE VARIACION-RECORD
              PERFORM VERIFICAR-ESCRITURA-VAR
           END-IF.
           MOVE SPACES TO VARIACION-RECORD.
           STRING "EMPLEADOS FUERA DE UMBRAL: " MARCADOS
               DELIMITED BY SIZE INTO VARIACION-RECORD
           END-STRING.
           WRITE VARIACION-RECORD.
           PERFORM VERIFICAR-ESCRITURA-VAR.

       VERIFICAR-ESCRITURA-VAR.
           IF VARIACION-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN VARIACION_NOMINA.TXT, "
                      "ESTADO " VARIACION-STATUS
                      ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM VARIAPER.
