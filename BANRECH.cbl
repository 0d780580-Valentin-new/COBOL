      *          (REEMISION_BANCO.DAT, same detail/trailer layout the
      *          bank takes) and an exceptions report for every return
      *          that matches nothing -- so a bounced net pay stops
      *          disappearing from the control totals. Returns of an
      *          off-cycle payment run are matched against that run's
      *          upload instead (PAGOS_FCI_AAAAMM_NN.DAT, chosen at
      *          the prompt), which must tie to its own trailer and
      *          carry a released seal (SELLO_FCI_AAAAMM_NN.DAT,
      *          LIBBANCO) that still reproduces over the file, or
      *          nothing is processed and the return code is 8; its
      *          FCI- run reference goes on the messages and the
      *          exceptions report. Accounts are IBANs of up to 34
      *          characters.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOS_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHAZOS-STATUS.
           SELECT BANCO-FILE ASSIGN TO BANCO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCO-STATUS.
           SELECT OPTIONAL SELLO-FILE ASSIGN TO SELLO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELLO-STATUS.
           SELECT REEMISION-FILE ASSIGN TO "REEMISION_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REEMISION-STATUS.
      * account it tried, the amount that came back, and the bank's
      * reason text (closed account, bad digits, ...).
       01  RECHAZO-RECORD.
           05 RB-CUENTA  PIC X(34).
           05 RB-IMPORTE PIC 9(10)V9(2).
           05 RB-MOTIVO  PIC X(20).

       FD  BANCO-FILE.
       01  BANCO-RECORD PIC X(54).

       FD  SELLO-FILE.
       01  SELLO-RECORD PIC X(102).

       FD  REEMISION-FILE.
       01  REEMISION-RECORD PIC X(54).

       FD  DEVUELTOS-FILE.
      * The flag the pay run reads back: one line per bounced pay
           05 DV-MOTIVO  PIC X(20).

       FD  EXCEP-FILE.
       01  EXCEP-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELLO.
       01 RECHAZOS-STATUS PIC X(2).
       01 BANCO-STATUS PIC X(2).
      * The period's upload, or an off-cycle run's when asked for.
       01 ARCHIVO-A-CASAR PIC X(1) VALUE "N".
           88 CASAR-FUERA-CICLO VALUE "F".
       01 BANCO-NOMBRE PIC X(30) VALUE "PAGOS_BANCO.DAT".
       01 SELLO-NOMBRE PIC X(30) VALUE "SELLO_PAGOS.DAT".
       01 SUFIJO-FCI.
           05 FILLER      PIC X(5) VALUE "_FCI_".
           05 SFC-PERIODO PIC 9(6).
           05 FILLER      PIC X(1) VALUE "_".
           05 SFC-NUMERO  PIC 9(2).
      * What the upload's detail lines add up to, and what its
      * trailer says they should.
       01 DETALLES-ARCHIVO PIC 9(5) VALUE 0.
       01 SUMA-ARCHIVO PIC 9(12)V9(2) VALUE 0.
       01 TRAILER-VISTO PIC X(3) VALUE "NO ".
           88 HAY-TRAILER VALUE "SI ".
       01 TRAILER-REGISTROS PIC 9(5) VALUE 0.
       01 TRAILER-TOTAL PIC 9(12)V9(2) VALUE 0.
       01 REEMISION-STATUS PIC X(2).
       01 DEVUELTOS-STATUS PIC X(2).
       01 EXCEP-STATUS PIC X(2).
       01 TABLA-DETALLES.
           05 DETALLE-BANCO OCCURS 600 TIMES.
              10 RD-EMP-ID   PIC 9(5).
              10 RD-CUENTA   PIC X(34).
              10 RD-NETO     PIC 9(10)V9(2).
              10 RD-DEVUELTO PIC X(1).
       01 SUB-DETALLE PIC 9(4).
       01 LINEA-BANCO-DET.
           05 LB-TIPO   PIC X(1) VALUE "D".
           05 LB-EMP-ID PIC 9(5).
           05 LB-CUENTA PIC X(34).
           05 LB-NETO   PIC 9(10)V9(2).
       01 LINEA-BANCO-TRL.
           05 LBT-TIPO      PIC X(1) VALUE "T".
       01 LINEA-EXCEPCION.
           05 EX-MOTIVO  PIC X(14).
           05 FILLER     PIC X(2) VALUE "  ".
           05 EX-CUENTA  PIC X(34).
           05 FILLER     PIC X(2) VALUE "  ".
           05 EX-IMPORTE PIC Z(9)9.99.
           05 FILLER     PIC X(2) VALUE "  ".
           05 EX-BANCO   PIC X(20).
           05 FILLER     PIC X(1) VALUE " ".
           05 EX-REFERENCIA PIC X(12).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PERIODO DEL ARCHIVO DE PAGOS (AAAAMM)".
           ACCEPT PERIODO-PROCESO.
           DISPLAY "ARCHIVO DE PAGOS (ENTER=PAGOS_BANCO.DAT, "
                   "F=FUERA DE CICLO)".
           MOVE SPACES TO ARCHIVO-A-CASAR.
           ACCEPT ARCHIVO-A-CASAR.
           MOVE SPACES TO LINEA-SELLO.
           IF CASAR-FUERA-CICLO
              PERFORM NOMBRAR-PAGO-FCI
           END-IF.
           PERFORM CARGAR-DETALLES-BANCO.
           IF CASAR-FUERA-CICLO
              PERFORM COMPROBAR-PAGO-FCI
           END-IF.
           IF TOTAL-DETALLES = 0
              DISPLAY BANCO-NOMBRE " SIN DETALLES -- NADA QUE CASAR"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM PROCESAR-RECHAZOS
           END-IF.
           STOP RUN.

       NOMBRAR-PAGO-FCI.
           DISPLAY "NUMERO DEL PAGO FUERA DE CICLO (NN)".
           ACCEPT SFC-NUMERO.
           MOVE PERIODO-PROCESO TO SFC-PERIODO.
           MOVE SPACES TO BANCO-NOMBRE.
           STRING "PAGOS" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO BANCO-NOMBRE
           END-STRING.
           MOVE SPACES TO SELLO-NOMBRE.
           STRING "SELLO" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO SELLO-NOMBRE
           END-STRING.

       COMPROBAR-PAGO-FCI.
      * An off-cycle upload is only matched when it is whole -- its
      * detail lines tie to its trailer -- and is the very file that
      * was released to the bank: seal released in LIBBANCO, of this
      * period, and still reproducing over the file on disk.
           IF NOT HAY-TRAILER
              DISPLAY BANCO-NOMBRE " SIN TRAILER -- EJECUCION "
                      "INCOMPLETA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF TRAILER-REGISTROS NOT = DETALLES-ARCHIVO
              OR TRAILER-TOTAL NOT = SUMA-ARCHIVO
              DISPLAY BANCO-NOMBRE " NO CUADRA CON SU TRAILER: "
                      DETALLES-ARCHIVO "/" TRAILER-REGISTROS " "
                      SUMA-ARCHIVO "/" TRAILER-TOTAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT SELLO-FILE.
           IF SELLO-STATUS = "00"
              READ SELLO-FILE INTO LINEA-SELLO
                  AT END
                      MOVE SPACES TO LINEA-SELLO
              END-READ
              CLOSE SELLO-FILE
           ELSE
              IF SELLO-STATUS = "05"
                 CLOSE SELLO-FILE
              END-IF
           END-IF.
           IF NOT SP-LIBERADO
              DISPLAY BANCO-NOMBRE " SIN LIBERAR EN " SELLO-NOMBRE
                      " -- NO SALIO AL BANCO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF SP-PERIODO NOT = PERIODO-PROCESO
              DISPLAY SELLO-NOMBRE " ES DEL PERIODO " SP-PERIODO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CALCULAR-SELLO-BANCO.
           IF NOT HAY-ARCHIVO-SELLABLE
              OR SELLO-CALCULADO NOT = SP-HASH
              OR SELLO-REGISTROS NOT = SP-REGISTROS
              OR SELLO-TOTAL NOT = SP-TOTAL
              DISPLAY BANCO-NOMBRE " NO COINCIDE CON EL SELLO "
                      SP-REFERENCIA " -- ALTERADO TRAS LA EJECUCION"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "DEVOLUCIONES DEL PAGO FUERA DE CICLO "
                   SP-REFERENCIA " (" BANCO-NOMBRE ")".

       CARGAR-DETALLES-BANCO.
           MOVE 0 TO TOTAL-DETALLES.
           MOVE 0 TO DETALLES-ARCHIVO.
           MOVE 0 TO SUMA-ARCHIVO.
           MOVE "NO " TO TRAILER-VISTO.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT BANCO-FILE.
           IF BANCO-STATUS NOT = "00"
              DISPLAY "NO SE PUEDE LEER " BANCO-NOMBRE ", ESTADO "
                      BANCO-STATUS
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LB-TIPO = "T"
                      MOVE LINEA-BANCO-DET TO LINEA-BANCO-TRL
                      SET HAY-TRAILER TO TRUE
                      MOVE LBT-REGISTROS TO TRAILER-REGISTROS
                      MOVE LBT-TOTAL TO TRAILER-TOTAL
                   END-IF
                   IF LB-TIPO = "D"
                      ADD 1 TO DETALLES-ARCHIVO
                      ADD LB-NETO TO SUMA-ARCHIVO
                      IF TOTAL-DETALLES < 600
                         ADD 1 TO TOTAL-DETALLES
                         MOVE LB-EMP-ID TO RD-EMP-ID (TOTAL-DETALLES)
           PERFORM VERIFICAR-ESCRITURA-REEMISION.
           ADD RD-NETO (IDX-HALLADO) TO TOTAL-REEMISION.
           DISPLAY "DEVOLUCION CASADA: ID " RD-EMP-ID (IDX-HALLADO)
                   " IMPORTE " RB-IMPORTE " (" RB-MOTIVO ") "
                   SP-REFERENCIA.

       ANOTAR-SIN-PAREJA.
           ADD 1 TO RECHAZOS-SIN-PAREJA.
           MOVE RB-CUENTA TO EX-CUENTA.
           MOVE RB-IMPORTE TO EX-IMPORTE.
           MOVE RB-MOTIVO TO EX-BANCO.
           MOVE SP-REFERENCIA TO EX-REFERENCIA.
           WRITE EXCEP-RECORD FROM LINEA-EXCEPCION.
           IF EXCEP-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN EXCEPCIONES_RECHAZOS.TXT, "
              STOP RUN
           END-IF.

           COPY SELLOPR.

       END PROGRAM BANRECH.
