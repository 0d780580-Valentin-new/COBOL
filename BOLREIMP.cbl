      *          (bonus = period + 50), every page marked DUPLICADO
      *          -- so HR's weekly mortgage-paperwork requests stop
      *          meaning scissors on an overwritten PAYSLIP.TXT.
      *          Employee id 0 runs the list mode instead: every
      *          slip ACUSEBOL put in REIMPRESION_PENDIENTE.DAT (the
      *          mail gateway could not deliver it) is reprinted in
      *          one pass and the list keeps only what failed. The
      *          duplicates employees request from AUTOSERV.cbl's
      *          self-service wait on the same list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DUPLICADO-FILE ASSIGN TO DUPLICADO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUPLICADO-STATUS.
           SELECT REIMP-FILE ASSIGN TO "REIMPRESION_PENDIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REIMP-STATUS.

       DATA DIVISION.

       FD  DUPLICADO-FILE.
       01  DUPLICADO-RECORD PIC X(100).

       FD  REIMP-FILE.
       01  REIMP-RECORD PIC X(33).

       WORKING-STORAGE SECTION.
           COPY HISTLOG.
           COPY DETLOG.
           COPY REIMPREC.
       01 HIST-PAGOS-STATUS PIC X(2).
       01 REIMP-STATUS PIC X(2).
       01 ARCHIVO-STATUS PIC X(2).
       01 HIST-DETALLE-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 PAGO-HALLADO PIC X(3) VALUE "NO ".
           88 HAY-PAGO-HALLADO VALUE "SI ".
       01 COMPONENTES-IMPRESOS PIC 9(3) VALUE 0.
      * List mode: the pending slips, and whether each one printed.
       01 TOTAL-PENDIENTES PIC 9(3) VALUE 0.
       01 TABLA-PENDIENTES.
           05 PENDIENTE OCCURS 500 TIMES.
              10 PD-LINEA    PIC X(33).
              10 PD-IMPRESO  PIC X(1).
       01 SUB-PEND PIC 9(3).
       01 PEND-IMPRESOS PIC 9(3) VALUE 0.
       01 PEND-FALLIDOS PIC 9(3) VALUE 0.
       01 PEND-NO-CARGADOS PIC 9(3) VALUE 0.
       01 DUPLICADO-NOMBRE.
           05 FILLER     PIC X(10) VALUE "DUPLICADO_".
           05 DN-EMP-ID  PIC 9(5).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "ID DE EMPLEADO (0 = LISTA REIMPRESION_PENDIENTE)".
           ACCEPT EMPLEADO-ID.
           IF EMPLEADO-ID = 0
              PERFORM REIMPRIMIR-LISTA
           ELSE
              DISPLAY "PERIODO DEL BOLETIN (AAAAMM)"
              ACCEPT PERIODO-PEDIDO
              DISPLAY "EJECUCION A REIMPRIMIR (N=NOMINA, B=BONO)"
              ACCEPT TIPO-REIMPRESION
              PERFORM REIMPRIMIR-BOLETIN
              IF NOT HAY-PAGO-HALLADO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       REIMPRIMIR-BOLETIN.
      * One slip: EMPLEADO-ID, PERIODO-PEDIDO and TIPO-REIMPRESION set
      * by the caller; HAY-PAGO-HALLADO tells whether it printed.
           MOVE "NO " TO PAGO-HALLADO.
           MOVE 0 TO COMPONENTES-IMPRESOS.
           MOVE PERIODO-PEDIDO TO PERIODO-DOCUMENTO.
           IF TIPO-REIMPRESION = "B"
              MOVE "FACT-BONO" TO PROGRAMA-BUSCADO
              DISPLAY "SIN PAGO " PROGRAMA-BUSCADO " REGISTRADO "
                      "PARA " EMPLEADO-ID " EN " PERIODO-PEDIDO
                      ", NO HAY DUPLICADO"
           END-IF.

       REIMPRIMIR-LISTA.
      * The whole list is read first, then each slip reprinted, and
      * the file rewritten with only the lines that found no pay --
      * those need a look, the rest are on paper now.
           OPEN INPUT REIMP-FILE.
           IF REIMP-STATUS NOT = "00"
              DISPLAY "NO HAY REIMPRESION_PENDIENTE.DAT, NADA QUE "
                      "REIMPRIMIR"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM LEER-PENDIENTE UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE REIMP-FILE
              PERFORM REIMPRIMIR-PENDIENTE
                  VARYING SUB-PEND FROM 1 BY 1
                  UNTIL SUB-PEND > TOTAL-PENDIENTES
              PERFORM REESCRIBIR-PENDIENTES
              DISPLAY "LISTA: " PEND-IMPRESOS " DUPLICADOS, "
                      PEND-FALLIDOS " SIN PAGO (SIGUEN EN LA LISTA)"
              IF PEND-NO-CARGADOS > 0
                 DISPLAY "AVISO: " PEND-NO-CARGADOS " LINEAS "
                         "PASAN DE 500, QUEDAN PARA LA PROXIMA PASADA"
              END-IF
              IF PEND-FALLIDOS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       LEER-PENDIENTE.
           READ REIMP-FILE INTO LINEA-REIMPRESION-PEND
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-PENDIENTES < 500
                      ADD 1 TO TOTAL-PENDIENTES
                      MOVE LINEA-REIMPRESION-PEND
                           TO PD-LINEA (TOTAL-PENDIENTES)
                      MOVE "N" TO PD-IMPRESO (TOTAL-PENDIENTES)
                   ELSE
                      ADD 1 TO PEND-NO-CARGADOS
                   END-IF
           END-READ.

       REIMPRIMIR-PENDIENTE.
           MOVE PD-LINEA (SUB-PEND) TO LINEA-REIMPRESION-PEND.
           IF RP-EMP-ID IS NUMERIC AND RP-PERIODO IS NUMERIC
              MOVE RP-EMP-ID TO EMPLEADO-ID
              MOVE RP-PERIODO TO PERIODO-PEDIDO
              MOVE RP-TIPO TO TIPO-REIMPRESION
              PERFORM REIMPRIMIR-BOLETIN
           ELSE
              MOVE "NO " TO PAGO-HALLADO
           END-IF.
           IF HAY-PAGO-HALLADO
              MOVE "S" TO PD-IMPRESO (SUB-PEND)
              ADD 1 TO PEND-IMPRESOS
           ELSE
              ADD 1 TO PEND-FALLIDOS
           END-IF.

       REESCRIBIR-PENDIENTES.
      * Lines past the table size were never read into it; the file
      * is only rewritten when none were left out, so they are not
      * lost -- the printed ones then stay until the next pass.
           IF PEND-NO-CARGADOS = 0
              OPEN OUTPUT REIMP-FILE
              PERFORM VARYING SUB-PEND FROM 1 BY 1
                      UNTIL SUB-PEND > TOTAL-PENDIENTES
                 IF PD-IMPRESO (SUB-PEND) NOT = "S"
                    WRITE REIMP-RECORD FROM PD-LINEA (SUB-PEND)
                 END-IF
              END-PERFORM
              CLOSE REIMP-FILE
           END-IF.

       BUSCAR-NOMBRE-MAESTRO.
      * The name comes off the roster when the record still exists;
