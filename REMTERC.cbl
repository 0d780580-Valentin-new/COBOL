      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Third-party remittances for a closed period -- every
      *          deduction the runs took (the DEDUC lines of
      *          HISTORIAL_DETALLE.LOG) goes to the payee that
      *          PERCEPTORES.DAT maps its code to, one file per payee
      *          (REMESA_<periodo>_<empresa>_<perceptor>.TXT) with
      *          the employee detail, the payee's reference and a
      *          control total.
      *          Each code's total is tied to the 476 deduction leg
      *          the runs posted in DIARIO_CONTABLE.DAT, and
      *          RESUMEN_REMESAS.TXT says what is owed to whom and by
      *          when. A code with no payee or a total that does not
      *          tie to the journal ends with return code 4.
      *          Benefit plan codes (PLANES_BENEFICIOS.DAT) are paid
      *          to the provider off BENPROV.cbl's invoice list, so
      *          they are tied here but never remitted or flagged
      *          for lack of a payee.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMTERC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERCEPTORES-FILE
               ASSIGN TO "PERCEPTORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERCEPTORES-STATUS.
           SELECT OPTIONAL HIST-DETALLE-FILE
               ASSIGN TO "HISTORIAL_DETALLE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-DETALLE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT OPTIONAL DIARIO-FILE ASSIGN TO "DIARIO_CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-STATUS.
           SELECT OPTIONAL CUENTAS-FILE
               ASSIGN TO "CUENTAS_CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUENTAS-STATUS.
           SELECT OPTIONAL PLANES-BEN-FILE
               ASSIGN TO "PLANES_BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANES-BEN-STATUS.
           SELECT REMESA-FILE ASSIGN TO REMESA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESA-STATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_REMESAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUMEN-STATUS.
           SELECT ORDENADO-FILE ASSIGN TO "REMTERC.SRT".

       DATA DIVISION.

       FILE SECTION.
       FD  PERCEPTORES-FILE.
      * Payee master, one line per deduction code: who gets the
      * money (PG-PERCEPTOR groups several codes into one file), the
      * account it is paid into, how the payee wants each line
      * referenced (PG-PREFIJO followed by the period "P", the
      * employee id "E" or both "A"), and the day of the month after
      * the period by which it is due.
       01  PERCEPTOR-RECORD.
           05 PG-CODIGO     PIC X(4).
           05 PG-PERCEPTOR  PIC X(8).
           05 PG-NOMBRE     PIC X(30).
           05 PG-CUENTA     PIC X(20).
           05 PG-PREFIJO    PIC X(10).
           05 PG-FORMATO    PIC X(1).
           05 PG-DIA-PAGO   PIC 9(2).

       FD  HIST-DETALLE-FILE.
       01  HIST-DETALLE-RECORD PIC X(52).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

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

       FD  CUENTAS-FILE.
       01  CUENTA-MAPA-RECORD.
           05 MC-CONCEPTO PIC X(8).
           05 MC-CUENTA   PIC X(8).

       FD  PLANES-BEN-FILE.
           COPY BENPLAN.

       FD  REMESA-FILE.
       01  REMESA-RECORD PIC X(100).

       FD  RESUMEN-FILE.
       01  RESUMEN-RECORD PIC X(100).

       SD  ORDENADO-FILE.
      * One deduction line of the period, keyed by payee so each
      * payee's file is written in one pass.
       01  ORDENADO-RECORD.
           05 SR-PERCEPTOR  PIC X(8).
           05 SR-EMP-ID     PIC 9(5).
           05 SR-CODIGO     PIC X(4).
           05 SR-FILA       PIC 9(2).
           05 SR-IMPORTE    PIC S9(10)V9(2).

       WORKING-STORAGE SECTION.
           COPY DETLOG.
       01 PERCEPTORES-STATUS PIC X(2).
       01 HIST-DETALLE-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 DIARIO-STATUS PIC X(2).
       01 CUENTAS-STATUS PIC X(2).
       01 REMESA-STATUS PIC X(2).
       01 RESUMEN-STATUS PIC X(2).
       01 PLANES-BEN-STATUS PIC X(2).
      * The benefit plan codes -- their deductions go to the provider
      * with the company share, on BENPROV.cbl's list.
       01 TOTAL-PLANES-BEN PIC 9(3) VALUE 0.
       01 TABLA-PLANES-BEN.
           05 TPB-PLAN PIC X(4) OCCURS 100 TIMES.
       01 SUB-PLAN-BEN PIC 9(3).
       01 CODIGO-ES-PLAN PIC X(3) VALUE "NO ".
           88 ES-CODIGO-DE-PLAN VALUE "SI ".
       01 FECHA-SISTEMA PIC 9(8).
       01 PERIODO-PEDIDO PIC 9(6).
       01 PERIODO-PEDIDO-R REDEFINES PERIODO-PEDIDO.
           05 PP-ANIO PIC 9(4).
           05 PP-MES  PIC 9(2).
       01 EMPRESA-PEDIDA PIC X(2) VALUE "01".
       01 EMPRESA-LINEA PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FIN-DE-ORDENADO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ORDENADO VALUE "SI ".
      * Same prefix the run posts each deduction code under.
       01 CTA-PREF-DEDUC PIC X(3) VALUE "476".
      * The payee master as loaded.
       01 TOTAL-FILAS-PAGO PIC 9(2) VALUE 0.
       01 TABLA-PERCEPTORES.
           05 FILA-PAGO OCCURS 50 TIMES.
              10 TPG-CODIGO    PIC X(4).
              10 TPG-PERCEPTOR PIC X(8).
              10 TPG-NOMBRE    PIC X(30).
              10 TPG-CUENTA    PIC X(20).
              10 TPG-PREFIJO   PIC X(10).
              10 TPG-FORMATO   PIC X(1).
              10 TPG-DIA-PAGO  PIC 9(2).
       01 SUB-FILA PIC 9(2).
       01 FILA-ENCONTRADA PIC 9(2).
      * Every code met in the detail or the master, with what the
      * detail and the journal each say about it.
       01 TOTAL-CODIGOS PIC 9(2) VALUE 0.
       01 TABLA-CODIGOS.
           05 CODIGO-DED OCCURS 40 TIMES.
              10 TCD-CODIGO  PIC X(4).
              10 TCD-FILA    PIC 9(2).
              10 TCD-DETALLE PIC S9(10)V9(2).
              10 TCD-DIARIO  PIC S9(12)V9(2).
       01 SUB-CODIGO PIC 9(2).
       01 CODIGO-BUSCADO PIC X(4).
       01 CODIGO-ENCONTRADO PIC 9(2).
       01 CODIGOS-DESBORDADOS PIC 9(5) VALUE 0.
      * One line per payee file written, for the summary.
       01 TOTAL-REMESAS PIC 9(2) VALUE 0.
       01 TABLA-REMESAS.
           05 REMESA-HECHA OCCURS 50 TIMES.
              10 TRH-PERCEPTOR   PIC X(8).
              10 TRH-NOMBRE      PIC X(30).
              10 TRH-CUENTA      PIC X(20).
              10 TRH-VENCIMIENTO PIC 9(8).
              10 TRH-LINEAS      PIC 9(5).
              10 TRH-TOTAL       PIC S9(10)V9(2).
       01 SUB-REMESA PIC 9(2).
      * The payee file being written and the employee/code line being
      * gathered -- several runs in the period (cycles, a resumed
      * lote) fold into one line per employee and code.
       01 REMESA-NOMBRE PIC X(40).
       01 REMESA-ABIERTA PIC X(3) VALUE "NO ".
           88 HAY-REMESA-ABIERTA VALUE "SI ".
       01 PERCEPTOR-ANTERIOR PIC X(8).
       01 LINEA-PENDIENTE PIC X(3) VALUE "NO ".
           88 HAY-LINEA-PENDIENTE VALUE "SI ".
       01 PEND-EMP-ID PIC 9(5).
       01 PEND-CODIGO PIC X(4).
       01 PEND-FILA PIC 9(2).
       01 PEND-IMPORTE PIC S9(10)V9(2).
       01 LINEAS-REMESA PIC 9(5).
       01 TOTAL-REMESA PIC S9(10)V9(2).
       01 TOTAL-GENERAL PIC S9(12)V9(2) VALUE 0.
       01 AVISOS PIC 9(5) VALUE 0.
       01 PUNTERO-REF PIC 9(2).
      * Due date: the payee's day of the month after the period,
      * pulled back to the last day of a shorter month.
       01 VENCIMIENTO PIC 9(8).
       01 VENCIMIENTO-R REDEFINES VENCIMIENTO.
           05 VT-ANIO PIC 9(4).
           05 VT-MES  PIC 9(2).
           05 VT-DIA  PIC 9(2).
       01 DIAS-MES-VALORES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
           05 DIAS-DEL-MES PIC 9(2) OCCURS 12 TIMES.
       01 ULTIMO-DIA PIC 9(2).
       01 COCIENTE PIC 9(4).
       01 RESTO-4 PIC 9(4).
       01 RESTO-100 PIC 9(4).
       01 RESTO-400 PIC 9(4).
       01 LINEA-TITULO-REMESA.
           05 FILLER       PIC X(9) VALUE "REMESA A ".
           05 LTR-NOMBRE   PIC X(30).
           05 FILLER       PIC X(2) VALUE " (".
           05 LTR-PERCEPTOR PIC X(8).
           05 FILLER       PIC X(10) VALUE ") PERIODO ".
           05 LTR-PERIODO  PIC 9(6).
           05 FILLER       PIC X(9) VALUE " EMPRESA ".
           05 LTR-EMPRESA  PIC X(2).
       01 LINEA-CUENTA-REMESA.
           05 FILLER       PIC X(16) VALUE "CUENTA DE ABONO ".
           05 LCR-CUENTA   PIC X(20).
           05 FILLER       PIC X(14) VALUE "  VENCIMIENTO ".
           05 LCR-VENCE    PIC 9(8).
       01 LINEA-CABECERA-REMESA.
           05 FILLER PIC X(7)  VALUE "     ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NOMBRE".
           05 FILLER PIC X(6)  VALUE "CODIGO".
           05 FILLER PIC X(14) VALUE "       IMPORTE".
           05 FILLER PIC X(9)  VALUE "  PERIODO".
           05 FILLER PIC X(12) VALUE "  REFERENCIA".
       01 LINEA-DETALLE-REMESA.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDR-EMP-ID   PIC 9(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDR-NOMBRE   PIC X(30).
           05 LDR-CODIGO   PIC X(4).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDR-IMPORTE  PIC -(10)9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDR-PERIODO  PIC 9(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDR-REFERENCIA PIC X(20).
       01 LINEA-CONTROL-REMESA.
           05 FILLER       PIC X(18) VALUE "TOTAL DE CONTROL  ".
           05 LCT-LINEAS   PIC Z(4)9.
           05 FILLER       PIC X(9) VALUE " LINEAS  ".
           05 LCT-IMPORTE  PIC -(12)9.99.
       01 LINEA-TITULO-RESUMEN.
           05 FILLER       PIC X(38)
                  VALUE "RESUMEN DE REMESAS A TERCEROS PERIODO ".
           05 LTS-PERIODO  PIC 9(6).
           05 FILLER       PIC X(9) VALUE " EMPRESA ".
           05 LTS-EMPRESA  PIC X(2).
           05 FILLER       PIC X(9) VALUE "  EMITIDO".
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LTS-FECHA    PIC 9(8).
       01 LINEA-CABECERA-PAGOS.
           05 FILLER PIC X(10) VALUE "PERCEPTOR".
           05 FILLER PIC X(30) VALUE "NOMBRE".
           05 FILLER PIC X(21) VALUE "CUENTA".
           05 FILLER PIC X(10) VALUE "VENCE".
           05 FILLER PIC X(6)  VALUE "LINEAS".
           05 FILLER PIC X(16) VALUE "         IMPORTE".
       01 LINEA-PAGO-RESUMEN.
           05 LPR-PERCEPTOR PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LPR-NOMBRE    PIC X(30).
           05 LPR-CUENTA    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LPR-VENCE     PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LPR-LINEAS    PIC Z(4)9.
           05 LPR-IMPORTE   PIC -(12)9.99.
       01 LINEA-CABECERA-CUADRE.
           05 FILLER PIC X(8)  VALUE "CODIGO".
           05 FILLER PIC X(10) VALUE "PERCEPTOR".
           05 FILLER PIC X(16) VALUE "         DETALLE".
           05 FILLER PIC X(16) VALUE "          DIARIO".
           05 FILLER PIC X(14) VALUE "  SITUACION".
       01 LINEA-CUADRE.
           05 LCU-CODIGO    PIC X(4).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 LCU-PERCEPTOR PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LCU-DETALLE   PIC -(12)9.99.
           05 LCU-DIARIO    PIC -(12)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LCU-SITUACION PIC X(14).
       01 LINEA-TOTAL-RESUMEN.
           05 LTT-ETIQUETA  PIC X(40).
           05 LTT-IMPORTE   PIC -(12)9.99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A REMESAR (AAAAMM)".
           ACCEPT PERIODO-PEDIDO.
           IF PP-MES < 1 OR PP-MES > 12
              DISPLAY "PERIODO INVALIDO, NADA QUE REMESAR"
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
           PERFORM CARGAR-PERCEPTORES.
           PERFORM CARGAR-PLANES-BENEFICIOS.
           IF TOTAL-FILAS-PAGO = 0
              DISPLAY "PERCEPTORES.DAT VACIO O AUSENTE, NINGUNA "
                      "DEDUCCION TIENE A QUIEN REMESARSE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT ORDENADO-FILE
               ON ASCENDING KEY SR-PERCEPTOR SR-EMP-ID SR-CODIGO
               INPUT PROCEDURE IS LEER-DEDUCCIONES
               OUTPUT PROCEDURE IS ESCRIBIR-REMESAS.
           PERFORM LEER-DIARIO.
           PERFORM ESCRIBIR-RESUMEN.
           IF AVISOS > 0
              MOVE 4 TO RETURN-CODE
              DISPLAY "REMESAS CON AVISOS, VER RESUMEN_REMESAS.TXT"
           ELSE
              DISPLAY "REMESAS ESCRITAS, VER RESUMEN_REMESAS.TXT"
           END-IF.
           STOP RUN.

       CARGAR-CUENTAS-CONTABLES.
      * Finance may have moved the deduction legs off 476 -- the tie
      * must look where the run posted.
           OPEN INPUT CUENTAS-FILE.
           IF CUENTAS-STATUS = "00"
              PERFORM UNTIL CUENTAS-STATUS = "10"
                 READ CUENTAS-FILE
                     AT END
                         MOVE "10" TO CUENTAS-STATUS
                     NOT AT END
                         IF MC-CONCEPTO = "DEDUC   "
                            MOVE MC-CUENTA (1:3) TO CTA-PREF-DEDUC
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CUENTAS-FILE
           END-IF.

       CARGAR-PERCEPTORES.
           OPEN INPUT PERCEPTORES-FILE.
           IF PERCEPTORES-STATUS = "00"
              PERFORM UNTIL PERCEPTORES-STATUS = "10"
                 READ PERCEPTORES-FILE
                     AT END
                         MOVE "10" TO PERCEPTORES-STATUS
                     NOT AT END
                         PERFORM CARGAR-UN-PERCEPTOR
                 END-READ
              END-PERFORM
              CLOSE PERCEPTORES-FILE
           END-IF.

       CARGAR-UN-PERCEPTOR.
           IF TOTAL-FILAS-PAGO < 50
              ADD 1 TO TOTAL-FILAS-PAGO
              MOVE PG-CODIGO TO TPG-CODIGO (TOTAL-FILAS-PAGO)
              MOVE PG-PERCEPTOR TO TPG-PERCEPTOR (TOTAL-FILAS-PAGO)
              MOVE PG-NOMBRE TO TPG-NOMBRE (TOTAL-FILAS-PAGO)
              MOVE PG-CUENTA TO TPG-CUENTA (TOTAL-FILAS-PAGO)
              MOVE PG-PREFIJO TO TPG-PREFIJO (TOTAL-FILAS-PAGO)
              MOVE PG-FORMATO TO TPG-FORMATO (TOTAL-FILAS-PAGO)
              MOVE PG-DIA-PAGO TO TPG-DIA-PAGO (TOTAL-FILAS-PAGO)
              MOVE PG-CODIGO TO CODIGO-BUSCADO
              PERFORM BUSCAR-CODIGO
              IF CODIGO-ENCONTRADO > 0
                 MOVE TOTAL-FILAS-PAGO TO TCD-FILA (CODIGO-ENCONTRADO)
              END-IF
           ELSE
              DISPLAY "AVISO: LIMITE DE 50 LINEAS EN PERCEPTORES.DAT, "
                      PG-CODIGO " NO SE CARGA"
              ADD 1 TO AVISOS
           END-IF.

       CARGAR-PLANES-BENEFICIOS.
      * One line per plan and tier -- each code is kept once.
           OPEN INPUT PLANES-BEN-FILE.
           IF PLANES-BEN-STATUS = "00"
              PERFORM UNTIL PLANES-BEN-STATUS = "10"
                 READ PLANES-BEN-FILE
                     AT END
                         MOVE "10" TO PLANES-BEN-STATUS
                     NOT AT END
                         MOVE PB-PLAN TO CODIGO-BUSCADO
                         PERFORM BUSCAR-PLAN-BENEFICIO
                         IF NOT ES-CODIGO-DE-PLAN
                            AND TOTAL-PLANES-BEN < 100
                            ADD 1 TO TOTAL-PLANES-BEN
                            MOVE PB-PLAN TO
                                 TPB-PLAN (TOTAL-PLANES-BEN)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANES-BEN-FILE
           END-IF.

       BUSCAR-PLAN-BENEFICIO.
           MOVE "NO " TO CODIGO-ES-PLAN.
           PERFORM VARYING SUB-PLAN-BEN FROM 1 BY 1
                   UNTIL SUB-PLAN-BEN > TOTAL-PLANES-BEN
              IF TPB-PLAN (SUB-PLAN-BEN) = CODIGO-BUSCADO
                 SET ES-CODIGO-DE-PLAN TO TRUE
              END-IF
           END-PERFORM.

       BUSCAR-CODIGO.
      * Finds CODIGO-BUSCADO in the code table, adding it when new.
           MOVE 0 TO CODIGO-ENCONTRADO.
           PERFORM VARYING SUB-CODIGO FROM 1 BY 1
                   UNTIL SUB-CODIGO > TOTAL-CODIGOS
              IF TCD-CODIGO (SUB-CODIGO) = CODIGO-BUSCADO
                 MOVE SUB-CODIGO TO CODIGO-ENCONTRADO
              END-IF
           END-PERFORM.
           IF CODIGO-ENCONTRADO = 0
              IF TOTAL-CODIGOS < 40
                 ADD 1 TO TOTAL-CODIGOS
                 MOVE TOTAL-CODIGOS TO CODIGO-ENCONTRADO
                 MOVE CODIGO-BUSCADO TO TCD-CODIGO (TOTAL-CODIGOS)
                 MOVE 0 TO TCD-FILA (TOTAL-CODIGOS)
                 MOVE 0 TO TCD-DETALLE (TOTAL-CODIGOS)
                 MOVE 0 TO TCD-DIARIO (TOTAL-CODIGOS)
              ELSE
                 ADD 1 TO CODIGOS-DESBORDADOS
              END-IF
           END-IF.

      ******************************************************************
      * Input side of the sort: every DEDUC line of the period and
      * company. A code with a payee goes to the sort; every code,
      * with a payee or not, adds to its detail total for the tie.
      ******************************************************************
       LEER-DEDUCCIONES.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-DETALLE-FILE.
           IF HIST-DETALLE-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-LINEA-DETALLE UNTIL HAY-FIN-DE-ARCHIVO.
           IF HIST-DETALLE-STATUS = "00" OR HIST-DETALLE-STATUS = "10"
              CLOSE HIST-DETALLE-FILE
           END-IF.

       LEER-LINEA-DETALLE.
           READ HIST-DETALLE-FILE INTO LINEA-HIST-DET
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LD-EMPRESA TO EMPRESA-LINEA
                   IF EMPRESA-LINEA = SPACES
                      MOVE "01" TO EMPRESA-LINEA
                   END-IF
                   IF LD-CONCEPTO = "DEDUC   "
                      AND LD-PERIODO = PERIODO-PEDIDO
                      AND EMPRESA-LINEA = EMPRESA-PEDIDA
                      PERFORM TOMAR-DEDUCCION
                   END-IF
           END-READ.

       TOMAR-DEDUCCION.
           MOVE LD-CODIGO (1:4) TO CODIGO-BUSCADO.
           PERFORM BUSCAR-CODIGO.
           PERFORM BUSCAR-PLAN-BENEFICIO.
           IF CODIGO-ENCONTRADO > 0
              ADD LD-IMPORTE TO TCD-DETALLE (CODIGO-ENCONTRADO)
              IF TCD-FILA (CODIGO-ENCONTRADO) > 0
                 AND NOT ES-CODIGO-DE-PLAN
                 MOVE TCD-FILA (CODIGO-ENCONTRADO) TO SR-FILA
                 MOVE TPG-PERCEPTOR (SR-FILA) TO SR-PERCEPTOR
                 MOVE LD-EMP-ID TO SR-EMP-ID
                 MOVE CODIGO-BUSCADO TO SR-CODIGO
                 MOVE LD-IMPORTE TO SR-IMPORTE
                 RELEASE ORDENADO-RECORD
              END-IF
           END-IF.

      ******************************************************************
      * Output side: one file per payee, one line per employee and
      * code, the control total at the foot.
      ******************************************************************
       ESCRIBIR-REMESAS.
           OPEN INPUT EMPLOYEE-FILE.
           PERFORM LEER-ORDENADO UNTIL HAY-FIN-DE-ORDENADO.
           PERFORM CERRAR-REMESA.
           IF EMPLOYEE-STATUS = "00"
              CLOSE EMPLOYEE-FILE
           END-IF.

       LEER-ORDENADO.
           RETURN ORDENADO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ORDENADO
               NOT AT END
                   PERFORM TOMAR-ORDENADO
           END-RETURN.

       TOMAR-ORDENADO.
           IF HAY-LINEA-PENDIENTE
              AND (SR-PERCEPTOR NOT = PERCEPTOR-ANTERIOR
                   OR SR-EMP-ID NOT = PEND-EMP-ID
                   OR SR-CODIGO NOT = PEND-CODIGO)
              PERFORM ESCRIBIR-LINEA-REMESA
           END-IF.
           IF HAY-REMESA-ABIERTA
              AND SR-PERCEPTOR NOT = PERCEPTOR-ANTERIOR
              PERFORM CERRAR-REMESA
           END-IF.
           IF NOT HAY-REMESA-ABIERTA
              PERFORM ABRIR-REMESA
           END-IF.
           IF HAY-LINEA-PENDIENTE
              ADD SR-IMPORTE TO PEND-IMPORTE
           ELSE
              MOVE SR-EMP-ID TO PEND-EMP-ID
              MOVE SR-CODIGO TO PEND-CODIGO
              MOVE SR-FILA TO PEND-FILA
              MOVE SR-IMPORTE TO PEND-IMPORTE
              MOVE "SI " TO LINEA-PENDIENTE
           END-IF.

       ABRIR-REMESA.
           MOVE SR-PERCEPTOR TO PERCEPTOR-ANTERIOR.
           MOVE SPACES TO REMESA-NOMBRE.
           STRING "REMESA_" PERIODO-PEDIDO "_" EMPRESA-PEDIDA "_"
                  SR-PERCEPTOR DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO REMESA-NOMBRE
           END-STRING.
           OPEN OUTPUT REMESA-FILE.
           PERFORM VERIFICAR-ESCRITURA-REMESA.
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE TPG-NOMBRE (SR-FILA) TO LTR-NOMBRE.
           MOVE SR-PERCEPTOR TO LTR-PERCEPTOR.
           MOVE PERIODO-PEDIDO TO LTR-PERIODO.
           MOVE EMPRESA-PEDIDA TO LTR-EMPRESA.
           WRITE REMESA-RECORD FROM LINEA-TITULO-REMESA.
           PERFORM VERIFICAR-ESCRITURA-REMESA.
           MOVE TPG-CUENTA (SR-FILA) TO LCR-CUENTA.
           MOVE VENCIMIENTO TO LCR-VENCE.
           WRITE REMESA-RECORD FROM LINEA-CUENTA-REMESA.
           PERFORM VERIFICAR-ESCRITURA-REMESA.
           MOVE SPACES TO REMESA-RECORD.
           WRITE REMESA-RECORD.
           PERFORM VERIFICAR-ESCRITURA-REMESA.
           WRITE REMESA-RECORD FROM LINEA-CABECERA-REMESA.
           PERFORM VERIFICAR-ESCRITURA-REMESA.
           MOVE 0 TO LINEAS-REMESA.
           MOVE 0 TO TOTAL-REMESA.
           MOVE "SI " TO REMESA-ABIERTA.
           IF TOTAL-REMESAS < 50
              ADD 1 TO TOTAL-REMESAS
              MOVE SR-PERCEPTOR TO TRH-PERCEPTOR (TOTAL-REMESAS)
              MOVE TPG-NOMBRE (SR-FILA) TO TRH-NOMBRE (TOTAL-REMESAS)
              MOVE TPG-CUENTA (SR-FILA) TO TRH-CUENTA (TOTAL-REMESAS)
              MOVE VENCIMIENTO TO TRH-VENCIMIENTO (TOTAL-REMESAS)
           END-IF.

       CALCULAR-VENCIMIENTO.
      * The payee's day (20 when not given) of the following month.
           MOVE PP-ANIO TO VT-ANIO.
           COMPUTE VT-MES = PP-MES + 1.
           IF VT-MES > 12
              MOVE 1 TO VT-MES
              ADD 1 TO VT-ANIO
           END-IF.
           MOVE TPG-DIA-PAGO (SR-FILA) TO VT-DIA.
           IF VT-DIA = 0
              MOVE 20 TO VT-DIA
           END-IF.
           MOVE DIAS-DEL-MES (VT-MES) TO ULTIMO-DIA.
           IF VT-MES = 2
              DIVIDE VT-ANIO BY 4 GIVING COCIENTE REMAINDER RESTO-4
              DIVIDE VT-ANIO BY 100 GIVING COCIENTE REMAINDER RESTO-100
              DIVIDE VT-ANIO BY 400 GIVING COCIENTE REMAINDER RESTO-400
              IF RESTO-4 = 0 AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
                 MOVE 29 TO ULTIMO-DIA
              END-IF
           END-IF.
           IF VT-DIA > ULTIMO-DIA
              MOVE ULTIMO-DIA TO VT-DIA
           END-IF.

       ESCRIBIR-LINEA-REMESA.
           MOVE PEND-EMP-ID TO LDR-EMP-ID.
           MOVE "(NO ESTA EN EL MAESTRO)" TO LDR-NOMBRE.
           IF EMPLOYEE-STATUS = "00" OR EMPLOYEE-STATUS = "23"
              MOVE PEND-EMP-ID TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE EMP-NOMBRE TO LDR-NOMBRE
              END-READ
           END-IF.
           MOVE PEND-CODIGO TO LDR-CODIGO.
           MOVE PEND-IMPORTE TO LDR-IMPORTE.
           MOVE PERIODO-PEDIDO TO LDR-PERIODO.
           PERFORM COMPONER-REFERENCIA.
           WRITE REMESA-RECORD FROM LINEA-DETALLE-REMESA.
           PERFORM VERIFICAR-ESCRITURA-REMESA.
           ADD 1 TO LINEAS-REMESA.
           ADD PEND-IMPORTE TO TOTAL-REMESA.
           MOVE "NO " TO LINEA-PENDIENTE.

       COMPONER-REFERENCIA.
      * The payee's own reference: its prefix, then the period, the
      * employee id or both, as PERCEPTORES.DAT says.
           MOVE SPACES TO LDR-REFERENCIA.
           MOVE 1 TO PUNTERO-REF.
           STRING TPG-PREFIJO (PEND-FILA) DELIMITED BY SPACE
               INTO LDR-REFERENCIA WITH POINTER PUNTERO-REF
           END-STRING.
           IF TPG-FORMATO (PEND-FILA) = "P"
              OR TPG-FORMATO (PEND-FILA) = "A"
              STRING PERIODO-PEDIDO DELIMITED BY SIZE
                  INTO LDR-REFERENCIA WITH POINTER PUNTERO-REF
              END-STRING
           END-IF.
           IF TPG-FORMATO (PEND-FILA) = "E"
              OR TPG-FORMATO (PEND-FILA) = "A"
              STRING PEND-EMP-ID DELIMITED BY SIZE
                  INTO LDR-REFERENCIA WITH POINTER PUNTERO-REF
              END-STRING
           END-IF.

       CERRAR-REMESA.
           IF HAY-LINEA-PENDIENTE
              PERFORM ESCRIBIR-LINEA-REMESA
           END-IF.
           IF HAY-REMESA-ABIERTA
              MOVE SPACES TO REMESA-RECORD
              WRITE REMESA-RECORD
              PERFORM VERIFICAR-ESCRITURA-REMESA
              MOVE LINEAS-REMESA TO LCT-LINEAS
              MOVE TOTAL-REMESA TO LCT-IMPORTE
              WRITE REMESA-RECORD FROM LINEA-CONTROL-REMESA
              PERFORM VERIFICAR-ESCRITURA-REMESA
              CLOSE REMESA-FILE
              MOVE LINEAS-REMESA TO TRH-LINEAS (TOTAL-REMESAS)
              MOVE TOTAL-REMESA TO TRH-TOTAL (TOTAL-REMESAS)
              ADD TOTAL-REMESA TO TOTAL-GENERAL
              DISPLAY "REMESA " REMESA-NOMBRE " " LINEAS-REMESA
                      " LINEAS"
              MOVE "NO " TO REMESA-ABIERTA
           END-IF.

       VERIFICAR-ESCRITURA-REMESA.
           IF REMESA-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN " REMESA-NOMBRE ", ESTADO "
                      REMESA-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       LEER-DIARIO.
      * The deduction legs the runs posted for the period: credits
      * are what the payees are owed, a debit reverses one.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT DIARIO-FILE.
           IF DIARIO-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-LINEA-DIARIO UNTIL HAY-FIN-DE-ARCHIVO.
           IF DIARIO-STATUS = "00" OR DIARIO-STATUS = "10"
              CLOSE DIARIO-FILE
           END-IF.

       LEER-LINEA-DIARIO.
           READ DIARIO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE DI-EMPRESA TO EMPRESA-LINEA
                   IF EMPRESA-LINEA = SPACES
                      MOVE "01" TO EMPRESA-LINEA
                   END-IF
                   IF DI-PERIODO = PERIODO-PEDIDO
                      AND EMPRESA-LINEA = EMPRESA-PEDIDA
                      AND DI-CUENTA (1:3) = CTA-PREF-DEDUC
                      PERFORM TOMAR-LINEA-DIARIO
                   END-IF
           END-READ.

       TOMAR-LINEA-DIARIO.
      * The employer-contribution legs share the prefix; only codes
      * the detail or the payee master knows are deductions.
           MOVE 0 TO CODIGO-ENCONTRADO.
           PERFORM VARYING SUB-CODIGO FROM 1 BY 1
                   UNTIL SUB-CODIGO > TOTAL-CODIGOS
              IF TCD-CODIGO (SUB-CODIGO) = DI-CUENTA (4:4)
                 MOVE SUB-CODIGO TO CODIGO-ENCONTRADO
              END-IF
           END-PERFORM.
           IF CODIGO-ENCONTRADO > 0
              IF DI-TIPO = "H"
                 ADD DI-IMPORTE TO TCD-DIARIO (CODIGO-ENCONTRADO)
              ELSE
                 SUBTRACT DI-IMPORTE FROM TCD-DIARIO (CODIGO-ENCONTRADO)
              END-IF
           END-IF.

       ESCRIBIR-RESUMEN.
           OPEN OUTPUT RESUMEN-FILE.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           MOVE PERIODO-PEDIDO TO LTS-PERIODO.
           MOVE EMPRESA-PEDIDA TO LTS-EMPRESA.
           MOVE FECHA-SISTEMA TO LTS-FECHA.
           WRITE RESUMEN-RECORD FROM LINEA-TITULO-RESUMEN.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           MOVE SPACES TO RESUMEN-RECORD.
           WRITE RESUMEN-RECORD.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           MOVE "A PAGAR POR PERCEPTOR" TO RESUMEN-RECORD.
           WRITE RESUMEN-RECORD.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           WRITE RESUMEN-RECORD FROM LINEA-CABECERA-PAGOS.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           PERFORM VARYING SUB-REMESA FROM 1 BY 1
                   UNTIL SUB-REMESA > TOTAL-REMESAS
              MOVE TRH-PERCEPTOR (SUB-REMESA) TO LPR-PERCEPTOR
              MOVE TRH-NOMBRE (SUB-REMESA) TO LPR-NOMBRE
              MOVE TRH-CUENTA (SUB-REMESA) TO LPR-CUENTA
              MOVE TRH-VENCIMIENTO (SUB-REMESA) TO LPR-VENCE
              MOVE TRH-LINEAS (SUB-REMESA) TO LPR-LINEAS
              MOVE TRH-TOTAL (SUB-REMESA) TO LPR-IMPORTE
              WRITE RESUMEN-RECORD FROM LINEA-PAGO-RESUMEN
              PERFORM VERIFICAR-ESCRITURA-RESUMEN
           END-PERFORM.
           MOVE "TOTAL A REMESAR" TO LTT-ETIQUETA.
           MOVE TOTAL-GENERAL TO LTT-IMPORTE.
           WRITE RESUMEN-RECORD FROM LINEA-TOTAL-RESUMEN.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           MOVE SPACES TO RESUMEN-RECORD.
           WRITE RESUMEN-RECORD.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           MOVE "CUADRE CON DIARIO_CONTABLE.DAT" TO RESUMEN-RECORD.
           WRITE RESUMEN-RECORD.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           WRITE RESUMEN-RECORD FROM LINEA-CABECERA-CUADRE.
           PERFORM VERIFICAR-ESCRITURA-RESUMEN.
           PERFORM VARYING SUB-CODIGO FROM 1 BY 1
                   UNTIL SUB-CODIGO > TOTAL-CODIGOS
              PERFORM ESCRIBIR-CUADRE-CODIGO
           END-PERFORM.
           IF CODIGOS-DESBORDADOS > 0
              MOVE SPACES TO RESUMEN-RECORD
              STRING "AVISO: " CODIGOS-DESBORDADOS
                     " LINEAS CON CODIGOS FUERA DE LA TABLA DE 40"
                     DELIMITED BY SIZE INTO RESUMEN-RECORD
              END-STRING
              WRITE RESUMEN-RECORD
              PERFORM VERIFICAR-ESCRITURA-RESUMEN
              ADD 1 TO AVISOS
           END-IF.
           CLOSE RESUMEN-FILE.

       ESCRIBIR-CUADRE-CODIGO.
      * A code that never moved this period has nothing to say.
           IF TCD-DETALLE (SUB-CODIGO) NOT = 0
              OR TCD-DIARIO (SUB-CODIGO) NOT = 0
              MOVE TCD-CODIGO (SUB-CODIGO) TO LCU-CODIGO
              MOVE SPACES TO LCU-PERCEPTOR
              IF TCD-FILA (SUB-CODIGO) > 0
                 MOVE TPG-PERCEPTOR (TCD-FILA (SUB-CODIGO))
                      TO LCU-PERCEPTOR
              END-IF
              MOVE TCD-DETALLE (SUB-CODIGO) TO LCU-DETALLE
              MOVE TCD-DIARIO (SUB-CODIGO) TO LCU-DIARIO
              MOVE TCD-CODIGO (SUB-CODIGO) TO CODIGO-BUSCADO
              PERFORM BUSCAR-PLAN-BENEFICIO
              IF TCD-FILA (SUB-CODIGO) = 0
                 AND NOT ES-CODIGO-DE-PLAN
                 MOVE "SIN PERCEPTOR" TO LCU-SITUACION
                 ADD 1 TO AVISOS
              ELSE
                 IF TCD-DETALLE (SUB-CODIGO) = TCD-DIARIO (SUB-CODIGO)
                    IF ES-CODIGO-DE-PLAN
                       MOVE "CUADRA BENPROV" TO LCU-SITUACION
                    ELSE
                       MOVE "CUADRA" TO LCU-SITUACION
                    END-IF
                 ELSE
                    MOVE "DESCUADRE" TO LCU-SITUACION
                    ADD 1 TO AVISOS
                 END-IF
              END-IF
              WRITE RESUMEN-RECORD FROM LINEA-CUADRE
              PERFORM VERIFICAR-ESCRITURA-RESUMEN
           END-IF.

       VERIFICAR-ESCRITURA-RESUMEN.
           IF RESUMEN-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN RESUMEN_REMESAS.TXT, ESTADO "
                      RESUMEN-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM REMTERC.
