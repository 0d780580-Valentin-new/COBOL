      *          of the period (the journal accumulates them); the
      *          bank side is scoped to the single run the upload
      *          file holds, and the report says so when the period
      *          had more than one. It also recomputes the seal the
      *          run left in SELLO_PAGOS.DAT over the upload file as it
      *          stands and says whether the bank got the sealed file
      *          -- and who released it -- or one edited since; an
      *          unsealed or altered file is a break. The report
      *          heading names the period and company tied. Payments
      *          voided with ANULPAGO tie too: their negated component
      *          lines net in the history, their reversing entries
      *          (debit to the net-payable account, reissues under
      *          their own REE- reference, not counted as runs) net in
      *          the journal, and the recalls and reissues kept in
      *          ANULACIONES_PAGO.DAT net against the upload.
      *          Off-cycle payments for the period add their own
      *          uploads to the bank side -- one per off-cycle run
      *          (PAGOS_FCI_AAAAMM_NN.DAT, sealed in
      *          SELLO_FCI_AAAAMM_NN.DAT), each tied to its own trailer
      *          and seal; their FCI- journal legs are not counted as
      *          normal runs, and the bank comparison is scoped out
      *          only when a leg has no sealed upload on disk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "HISTORIAL_DETALLE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-DETALLE-STATUS.
           SELECT BANCO-FILE ASSIGN TO BANCO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCO-STATUS.
           SELECT OPTIONAL DIARIO-FILE ASSIGN TO "DIARIO_CONTABLE.DAT"
               ASSIGN TO "RECONCILIACION_TRIPLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORTE-STATUS.
           SELECT OPTIONAL SELLO-FILE ASSIGN TO SELLO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELLO-STATUS.
           SELECT OPTIONAL ANULACIONES-FILE
               ASSIGN TO "ANULACIONES_PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANULACIONES-STATUS.

       DATA DIVISION.

       01  HIST-DETALLE-RECORD PIC X(52).

       FD  BANCO-FILE.
       01  BANCO-RECORD PIC X(54).

       FD  DIARIO-FILE.
      * Must match LINEA-DIARIO as FACTURACION.cbl writes it.
       FD  REPORTE-FILE.
       01  REPORTE-RECORD PIC X(100).

       FD  SELLO-FILE.
       01  SELLO-RECORD PIC X(102).

       FD  ANULACIONES-FILE.
      * The bank movements voided payments caused, ANULREC layout --
      * read INTO it.
       01  ANULACION-RECORD PIC X(89).

       WORKING-STORAGE SECTION.
           COPY DETLOG.
           COPY SELLO.
           COPY ANULREC.
       01 ANULACIONES-STATUS PIC X(2).
       01 HIST-DETALLE-STATUS PIC X(2).
       01 BANCO-STATUS PIC X(2).
      * The period's upload, or the off-cycle one while it is read.
       01 BANCO-NOMBRE PIC X(30) VALUE "PAGOS_BANCO.DAT".
       01 SELLO-NOMBRE PIC X(30) VALUE "SELLO_PAGOS.DAT".
       01 DIARIO-STATUS PIC X(2).
       01 REPORTE-STATUS PIC X(2).
       01 PERIODO-PEDIDO PIC 9(6).
       01 LINEA-BANCO-DET.
           05 LB-TIPO   PIC X(1).
           05 LB-EMP-ID PIC 9(5).
           05 LB-CUENTA PIC X(34).
           05 LB-NETO   PIC 9(10)V9(2).
       01 LINEA-BANCO-TRL REDEFINES LINEA-BANCO-DET.
           05 LBT-TIPO      PIC X(1).
           05 LBT-REGISTROS PIC 9(5).
           05 LBT-TOTAL     PIC 9(12)V9(2).
           05 FILLER        PIC X(32).
       01 TOTAL-NETO-HISTORIAL PIC S9(12)V9(2) VALUE 0.
       01 TOTAL-NETO-BANCO PIC S9(12)V9(2) VALUE 0.
      * What the bank keeps once the day's recalls come back and the
      * reissues go out -- the figure compared with the history.
       01 TOTAL-RETIRADO PIC 9(12)V9(2) VALUE 0.
       01 TOTAL-REEMITIDO PIC 9(12)V9(2) VALUE 0.
       01 TOTAL-BANCO-EFECTIVO PIC S9(12)V9(2) VALUE 0.
      * The off-cycle uploads: each off-cycle run writes its own
      * PAGOS_FCI_AAAAMM_NN.DAT, sealed in SELLO_FCI_AAAAMM_NN.DAT.
      * Every one whose seal names this period and company is tied
      * on its own -- details, trailer and seal -- and its details
      * go to the bank side.
       01 HAY-FCI-SW PIC X(3) VALUE "NO ".
           88 HAY-FUERA-CICLO VALUE "SI ".
       01 TOTAL-NETO-FCI PIC S9(12)V9(2) VALUE 0.
       01 TOTAL-COLAS-FCI PIC 9(12)V9(2) VALUE 0.
       01 SUFIJO-FCI.
           05 FILLER      PIC X(5) VALUE "_FCI_".
           05 SFC-PERIODO PIC 9(6).
           05 FILLER      PIC X(1) VALUE "_".
           05 SFC-NUMERO  PIC 9(2).
       01 NUMERO-FCI PIC 9(3).
       01 ARCHIVOS-FCI PIC 9(3) VALUE 0.
       01 TABLA-FCI.
           05 PAGO-FCI OCCURS 99 TIMES.
              10 PF-NUMERO        PIC 9(2).
              10 PF-REFERENCIA    PIC X(12).
              10 PF-OPERADOR      PIC X(8).
              10 PF-DETALLES      PIC 9(5).
              10 PF-NETO          PIC 9(12)V9(2).
              10 PF-COLA-REGISTROS PIC 9(5).
              10 PF-COLA-TOTAL    PIC 9(12)V9(2).
              10 PF-COLA          PIC X(1).
              10 PF-COINCIDE      PIC X(1).
              10 PF-LIBERADO      PIC X(1).
       01 SUB-FCI PIC 9(3).
       01 TRAILER-REGISTROS PIC 9(5) VALUE 0.
       01 TRAILER-TOTAL PIC 9(12)V9(2) VALUE 0.
       01 DETALLES-BANCO PIC 9(5) VALUE 0.
       01 HAY-TRAILER PIC X(3) VALUE "NO ".
           88 TRAILER-PRESENTE VALUE "SI ".
      * Signed: a void's reversing entry debits the net-payable
      * account and takes its NETO back out.
       01 IMPORTE-465 PIC S9(12)V9(2) VALUE 0.
       01 HAY-465 PIC X(3) VALUE "NO ".
           88 DIARIO-TIENE-465 VALUE "SI ".
       01 CUENTAS-STATUS PIC X(2).
      * and is scoped out with an explicit note instead of declared
      * a break.
       01 EJECUCIONES-465 PIC 9(3) VALUE 0.
      * Off-cycle runs post under FCI-, one leg each, and each leaves
      * its own upload -- a run whose upload is not on disk scopes the
      * comparison out like the normal runs do.
       01 EJECUCIONES-FCI PIC 9(3) VALUE 0.
       01 COTEJO-BANCO PIC X(3) VALUE "SI ".
           88 BANCO-COTEJABLE VALUE "SI ".
       01 RUPTURAS PIC 9(3) VALUE 0.
       01 HAY-SELLO-SW PIC X(3) VALUE "NO ".
           88 HAY-SELLO VALUE "SI ".
       01 SELLO-COINCIDE-SW PIC X(3) VALUE "NO ".
           88 SELLO-COINCIDE VALUE "SI ".
       01 SOLO-HISTORIAL PIC 9(4) VALUE 0.
       01 SOLO-BANCO PIC 9(4) VALUE 0.
       01 LINEA-IMPORTE.
           PERFORM CARGAR-CUENTAS-CONTABLES.
           PERFORM ACUMULAR-HISTORIAL.
           PERFORM ACUMULAR-BANCO.
           PERFORM ACUMULAR-FUERA-CICLO.
           PERFORM ACUMULAR-ANULACIONES.
           PERFORM COMPROBAR-SELLO.
           PERFORM LEER-DIARIO-465.
           IF EJECUCIONES-465 > 1
              MOVE "NO " TO COTEJO-BANCO
           END-IF.
           IF EJECUCIONES-FCI NOT = ARCHIVOS-FCI
              MOVE "NO " TO COTEJO-BANCO
           END-IF.
           PERFORM ESCRIBIR-REPORTE.
           IF RUPTURAS > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
                   END-EVALUATE
           END-READ.

       ACUMULAR-FUERA-CICLO.
      * An upload only counts when its seal names this period and
      * company. The seals are checked here, while the seal record
      * area is free, and the names put back for the period's own
      * file.
           MOVE PERIODO-PEDIDO TO SFC-PERIODO.
           PERFORM ACUMULAR-UN-PAGO-FCI
                   VARYING NUMERO-FCI FROM 1 BY 1 UNTIL NUMERO-FCI > 99.
           IF ARCHIVOS-FCI > 0
              SET HAY-FUERA-CICLO TO TRUE
           END-IF.
           MOVE "PAGOS_BANCO.DAT" TO BANCO-NOMBRE.
           MOVE "SELLO_PAGOS.DAT" TO SELLO-NOMBRE.
           MOVE SPACES TO LINEA-SELLO.

       ACUMULAR-UN-PAGO-FCI.
           MOVE NUMERO-FCI TO SFC-NUMERO.
           PERFORM NOMBRAR-PAGO-FCI.
           MOVE SPACES TO LINEA-SELLO.
           MOVE 0 TO SUB-FCI.
           OPEN INPUT SELLO-FILE.
           IF SELLO-STATUS = "00"
              READ SELLO-FILE INTO LINEA-SELLO
                  AT END
                      MOVE SPACES TO LINEA-SELLO
                  NOT AT END
                      IF (SP-SELLADO OR SP-LIBERADO)
                         AND SP-PERIODO = PERIODO-PEDIDO
                         AND SP-EMPRESA = EMPRESA-PEDIDA
                         ADD 1 TO ARCHIVOS-FCI
                         MOVE ARCHIVOS-FCI TO SUB-FCI
                      END-IF
              END-READ
              CLOSE SELLO-FILE
           ELSE
              IF SELLO-STATUS = "05"
                 CLOSE SELLO-FILE
              END-IF
           END-IF.
           IF SUB-FCI > 0
              MOVE NUMERO-FCI TO PF-NUMERO (SUB-FCI)
              MOVE SP-REFERENCIA TO PF-REFERENCIA (SUB-FCI)
              MOVE SP-OPERADOR TO PF-OPERADOR (SUB-FCI)
              MOVE 0 TO PF-DETALLES (SUB-FCI)
              MOVE 0 TO PF-NETO (SUB-FCI)
              MOVE 0 TO PF-COLA-REGISTROS (SUB-FCI)
              MOVE 0 TO PF-COLA-TOTAL (SUB-FCI)
              MOVE "N" TO PF-COLA (SUB-FCI)
              MOVE "N" TO PF-COINCIDE (SUB-FCI)
              MOVE "N" TO PF-LIBERADO (SUB-FCI)
              IF SP-LIBERADO
                 MOVE "S" TO PF-LIBERADO (SUB-FCI)
              END-IF
              PERFORM CALCULAR-SELLO-BANCO
              IF HAY-ARCHIVO-SELLABLE
                 AND SELLO-CALCULADO = SP-HASH
                 AND SELLO-REGISTROS = SP-REGISTROS
                 AND SELLO-TOTAL = SP-TOTAL
                 MOVE "S" TO PF-COINCIDE (SUB-FCI)
              END-IF
              MOVE "NO " TO FIN-DE-ARCHIVO
              OPEN INPUT BANCO-FILE
              IF BANCO-STATUS NOT = "00"
                 DISPLAY "NO SE PUEDE LEER " BANCO-NOMBRE ", ESTADO "
                         BANCO-STATUS
                 ADD 1 TO RUPTURAS
                 MOVE "SI " TO FIN-DE-ARCHIVO
              END-IF
              PERFORM LEER-LINEA-FCI UNTIL HAY-FIN-DE-ARCHIVO
              IF BANCO-STATUS = "00" OR BANCO-STATUS = "10"
                 CLOSE BANCO-FILE
              END-IF
           END-IF.

       NOMBRAR-PAGO-FCI.
           MOVE SPACES TO BANCO-NOMBRE.
           STRING "PAGOS" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO BANCO-NOMBRE
           END-STRING.
           MOVE SPACES TO SELLO-NOMBRE.
           STRING "SELLO" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO SELLO-NOMBRE
           END-STRING.

       LEER-LINEA-FCI.
           READ BANCO-FILE INTO LINEA-BANCO-DET
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   EVALUATE LB-TIPO
                       WHEN "D"
                           ADD 1 TO PF-DETALLES (SUB-FCI)
                           ADD LB-NETO TO PF-NETO (SUB-FCI)
                           MOVE LB-EMP-ID TO EMP-BUSCADO
                           PERFORM BUSCAR-O-CREAR-EMP
                           IF IDX-EMP > 0
                              ADD LB-NETO TO TN-BANCO (IDX-EMP)
                              MOVE "S" TO TN-EN-BANCO (IDX-EMP)
                              ADD LB-NETO TO TOTAL-NETO-FCI
                           END-IF
                       WHEN "T"
                           MOVE "S" TO PF-COLA (SUB-FCI)
                           MOVE LBT-REGISTROS
                                TO PF-COLA-REGISTROS (SUB-FCI)
                           MOVE LBT-TOTAL TO PF-COLA-TOTAL (SUB-FCI)
                           ADD LBT-TOTAL TO TOTAL-COLAS-FCI
                   END-EVALUATE
           END-READ.

       ACUMULAR-ANULACIONES.
      * The upload still carries a voided pay's transfer; its recall
      * takes it back out and the reissue, paid from its own file,
      * goes in -- so a voided employee nets the same on both sides.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT ANULACIONES-FILE.
           IF ANULACIONES-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-ANULACION UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE ANULACIONES-FILE.
           COMPUTE TOTAL-BANCO-EFECTIVO = TOTAL-NETO-BANCO
                   + TOTAL-NETO-FCI - TOTAL-RETIRADO + TOTAL-REEMITIDO.

       LEER-ANULACION.
           READ ANULACIONES-FILE INTO LINEA-ANULACION
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE AN-EMPRESA TO EMPRESA-LINEA
                   IF EMPRESA-LINEA = SPACES
                      MOVE "01" TO EMPRESA-LINEA
                   END-IF
                   IF AN-PERIODO = PERIODO-PEDIDO
                      AND EMPRESA-LINEA = EMPRESA-PEDIDA
                      MOVE AN-EMP-ID TO EMP-BUSCADO
                      PERFORM BUSCAR-O-CREAR-EMP
                      IF AN-ES-RETIRADA
                         ADD AN-IMPORTE TO TOTAL-RETIRADO
                         IF IDX-EMP > 0
                            SUBTRACT AN-IMPORTE FROM TN-BANCO (IDX-EMP)
                         END-IF
                      END-IF
                      IF AN-ES-REEMISION
                         ADD AN-IMPORTE TO TOTAL-REEMITIDO
                         IF IDX-EMP > 0
                            ADD AN-IMPORTE TO TN-BANCO (IDX-EMP)
                            MOVE "S" TO TN-EN-BANCO (IDX-EMP)
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       LEER-DIARIO-465.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT DIARIO-FILE.
                   IF EMPRESA-LINEA = SPACES
                      MOVE "01" TO EMPRESA-LINEA
                   END-IF
      * A reissue credits the account again under its REE- reference
      * but is no run; a void debits it back. An off-cycle run's leg
      * is counted apart -- its upload is PAGOS_FCI_AAAAMM_NN.DAT.
                   IF DI-PERIODO = PERIODO-PEDIDO
                      AND EMPRESA-LINEA = EMPRESA-PEDIDA
                      AND DI-CUENTA = CTA-NETO
                      IF DI-TIPO = "H"
                         ADD DI-IMPORTE TO IMPORTE-465
                         IF DI-REFERENCIA (1:4) = "FCI-"
                            ADD 1 TO EJECUCIONES-FCI
                         ELSE
                            IF DI-REFERENCIA (1:4) NOT = "REE-"
                               ADD 1 TO EJECUCIONES-465
                            END-IF
                         END-IF
                         SET DIARIO-TIENE-465 TO TRUE
                      ELSE
                         SUBTRACT DI-IMPORTE FROM IMPORTE-465
                      END-IF
                   END-IF
           END-READ.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "CONCILIACION TRIPLE DEL PERIODO " PERIODO-PEDIDO
                  " EMPRESA " EMPRESA-PEDIDA
               DELIMITED BY SIZE INTO REPORTE-RECORD
           END-STRING.
           WRITE REPORTE-RECORD.
              PERFORM VERIFICAR-ESCRITURA-REP
              ADD 1 TO RUPTURAS
           END-IF.
           IF HAY-FUERA-CICLO
              MOVE "NETO SEGUN PAGOS FUERA DE CICLO:    "
                   TO LI-ETIQUETA
              MOVE TOTAL-NETO-FCI TO LI-IMPORTE
              PERFORM ESCRIBIR-LINEA-IMPORTE
              MOVE "NETO SEGUN COLAS FUERA DE CICLO:    "
                   TO LI-ETIQUETA
              MOVE TOTAL-COLAS-FCI TO LI-IMPORTE
              PERFORM ESCRIBIR-LINEA-IMPORTE
              IF TOTAL-RETIRADO = 0 AND TOTAL-REEMITIDO = 0
                 MOVE "NETO BANCO CON FUERA DE CICLO:      "
                      TO LI-ETIQUETA
                 MOVE TOTAL-BANCO-EFECTIVO TO LI-IMPORTE
                 PERFORM ESCRIBIR-LINEA-IMPORTE
              END-IF
           END-IF.
           IF TOTAL-RETIRADO > 0 OR TOTAL-REEMITIDO > 0
              MOVE "RETIRADAS POR PAGOS ANULADOS:       "
                   TO LI-ETIQUETA
              MOVE TOTAL-RETIRADO TO LI-IMPORTE
              PERFORM ESCRIBIR-LINEA-IMPORTE
              MOVE "REEMISIONES DE PAGOS ANULADOS:      "
                   TO LI-ETIQUETA
              MOVE TOTAL-REEMITIDO TO LI-IMPORTE
              PERFORM ESCRIBIR-LINEA-IMPORTE
              MOVE "NETO BANCO TRAS ANULACIONES:        "
                   TO LI-ETIQUETA
              MOVE TOTAL-BANCO-EFECTIVO TO LI-IMPORTE
              PERFORM ESCRIBIR-LINEA-IMPORTE
           END-IF.
           IF DIARIO-TIENE-465
              MOVE SPACES TO LI-ETIQUETA
              STRING "NETO SEGUN DIARIO (CUENTA " CTA-NETO "):"
      * cycles) PAGOS_BANCO.DAT only holds the last upload -- the
      * bank-to-history comparison is scoped out and said so; the
      * trailer's internal consistency and the journal tie keep
      * their teeth either way. The same goes for an off-cycle run
      * whose sealed upload is no longer on disk.
           IF NOT BANCO-COTEJABLE
              IF EJECUCIONES-465 > 1
                 MOVE SPACES TO REPORTE-RECORD
                 STRING "AVISO: " EJECUCIONES-465 " EJECUCIONES EN EL "
                        "PERIODO, PAGOS_BANCO.DAT SOLO TRAE LA ULTIMA"
                     DELIMITED BY SIZE INTO REPORTE-RECORD
                 END-STRING
                 WRITE REPORTE-RECORD
                 PERFORM VERIFICAR-ESCRITURA-REP
              END-IF
              IF EJECUCIONES-FCI NOT = ARCHIVOS-FCI
                 MOVE SPACES TO REPORTE-RECORD
                 STRING "AVISO: " EJECUCIONES-FCI " PAGOS FUERA DE "
                        "CICLO EN EL DIARIO, " ARCHIVOS-FCI
                        " ARCHIVOS FUERA DE CICLO SELLADOS"
                     DELIMITED BY SIZE INTO REPORTE-RECORD
                 END-STRING
                 WRITE REPORTE-RECORD
                 PERFORM VERIFICAR-ESCRITURA-REP
              END-IF
              MOVE "EL COTEJO BANCO-HISTORIAL NO APLICA A ESTE CASO"
                   TO REPORTE-RECORD
              WRITE REPORTE-RECORD
              ADD 1 TO RUPTURAS
           END-IF.
           IF BANCO-COTEJABLE
              AND TOTAL-BANCO-EFECTIVO NOT = TOTAL-NETO-HISTORIAL
              MOVE "RUPTURA: BANCO <> HISTORIAL" TO REPORTE-RECORD
              WRITE REPORTE-RECORD
              PERFORM VERIFICAR-ESCRITURA-REP
              PERFORM VERIFICAR-ESCRITURA-REP
              ADD 1 TO RUPTURAS
           END-IF.
           PERFORM INFORMAR-SELLO.
           PERFORM INFORMAR-PAGO-FCI
                   VARYING SUB-FCI FROM 1 BY 1
                   UNTIL SUB-FCI > ARCHIVOS-FCI.
           IF BANCO-COTEJABLE
              PERFORM LISTAR-DESCUADRES
           END-IF.
           PERFORM VERIFICAR-ESCRITURA-REP.
           CLOSE REPORTE-FILE.

       COMPROBAR-SELLO.
      * The seal carries its own reference and operator, which are
      * folded into the hash -- recomputing over the file on disk
      * with them says whether it is still the file the run sealed.
           MOVE SPACES TO LINEA-SELLO.
           OPEN INPUT SELLO-FILE.
           IF SELLO-STATUS = "00"
              READ SELLO-FILE INTO LINEA-SELLO
                  AT END
                      MOVE SPACES TO LINEA-SELLO
                  NOT AT END
                      IF SP-SELLADO OR SP-LIBERADO
                         SET HAY-SELLO TO TRUE
                      END-IF
              END-READ
              CLOSE SELLO-FILE
           ELSE
              IF SELLO-STATUS = "05"
                 CLOSE SELLO-FILE
              END-IF
           END-IF.
           IF HAY-SELLO
              PERFORM CALCULAR-SELLO-BANCO
              IF HAY-ARCHIVO-SELLABLE
                 AND SELLO-CALCULADO = SP-HASH
                 AND SELLO-REGISTROS = SP-REGISTROS
                 AND SELLO-TOTAL = SP-TOTAL
                 SET SELLO-COINCIDE TO TRUE
              END-IF
           END-IF.

       INFORMAR-SELLO.
           MOVE SPACES TO REPORTE-RECORD.
           IF NOT HAY-SELLO
              MOVE "RUPTURA: PAGOS_BANCO.DAT SIN SELLO DE EJECUCION"
                   TO REPORTE-RECORD
              WRITE REPORTE-RECORD
              PERFORM VERIFICAR-ESCRITURA-REP
              ADD 1 TO RUPTURAS
           ELSE
              IF NOT SELLO-COINCIDE
                 STRING "RUPTURA: PAGOS_BANCO.DAT NO COINCIDE CON EL "
                        "SELLO DE " SP-REFERENCIA ", ALTERADO"
                     DELIMITED BY SIZE INTO REPORTE-RECORD
                 END-STRING
                 WRITE REPORTE-RECORD
                 PERFORM VERIFICAR-ESCRITURA-REP
                 ADD 1 TO RUPTURAS
              ELSE
                 STRING "ARCHIVO SELLADO " SP-REFERENCIA
                        " POR " SP-OPERADOR " COMPROBADO"
                     DELIMITED BY SIZE INTO REPORTE-RECORD
                 END-STRING
                 WRITE REPORTE-RECORD
                 PERFORM VERIFICAR-ESCRITURA-REP
              END-IF
              MOVE SPACES TO REPORTE-RECORD
              IF SP-LIBERADO
                 STRING "LIBERADO AL BANCO POR " SP-LIBERADOR
                        " EL " SP-FECHA-LIB " A LAS " SP-HORA-LIB
                     DELIMITED BY SIZE INTO REPORTE-RECORD
                 END-STRING
              ELSE
                 MOVE "AVISO: SELLO AUN SIN LIBERAR (LIBBANCO)"
                      TO REPORTE-RECORD
              END-IF
              WRITE REPORTE-RECORD
              PERFORM VERIFICAR-ESCRITURA-REP
              IF SP-EMPRESA NOT = EMPRESA-PEDIDA
                 OR SP-PERIODO NOT = PERIODO-PEDIDO
                 MOVE SPACES TO REPORTE-RECORD
                 STRING "AVISO: EL SELLO ES DE LA EMPRESA " SP-EMPRESA
                        " PERIODO " SP-PERIODO
                     DELIMITED BY SIZE INTO REPORTE-RECORD
                 END-STRING
                 WRITE REPORTE-RECORD
                 PERFORM VERIFICAR-ESCRITURA-REP
              END-IF
           END-IF.

       INFORMAR-PAGO-FCI.
      * Each off-cycle upload against its own trailer and seal.
           MOVE PERIODO-PEDIDO TO SFC-PERIODO.
           MOVE PF-NUMERO (SUB-FCI) TO SFC-NUMERO.
           PERFORM NOMBRAR-PAGO-FCI.
           MOVE SPACES TO REPORTE-RECORD.
           IF PF-COLA (SUB-FCI) NOT = "S"
              STRING BANCO-NOMBRE DELIMITED BY SPACE
                     " SIN COLA DE CONTROL" DELIMITED BY SIZE
                  INTO REPORTE-RECORD
              END-STRING
              WRITE REPORTE-RECORD
              PERFORM VERIFICAR-ESCRITURA-REP
              ADD 1 TO RUPTURAS
           ELSE
              IF PF-COLA-TOTAL (SUB-FCI) NOT = PF-NETO (SUB-FCI)
                 OR PF-COLA-REGISTROS (SUB-FCI)
                    NOT = PF-DETALLES (SUB-FCI)
                 STRING "RUPTURA: LA COLA DE " DELIMITED BY SIZE
                        BANCO-NOMBRE DELIMITED BY SPACE
                        " NO CUADRA" DELIMITED BY SIZE
                     INTO REPORTE-RECORD
                 END-STRING
                 WRITE REPORTE-RECORD
                 PERFORM VERIFICAR-ESCRITURA-REP
                 ADD 1 TO RUPTURAS
              END-IF
           END-IF.
           MOVE SPACES TO REPORTE-RECORD.
           IF PF-COINCIDE (SUB-FCI) NOT = "S"
              STRING "RUPTURA: " DELIMITED BY SIZE
                     BANCO-NOMBRE DELIMITED BY SPACE
                     " NO COINCIDE CON EL SELLO DE "
                     PF-REFERENCIA (SUB-FCI) ", ALTERADO"
                     DELIMITED BY SIZE
                  INTO REPORTE-RECORD
              END-STRING
              WRITE REPORTE-RECORD
              PERFORM VERIFICAR-ESCRITURA-REP
              ADD 1 TO RUPTURAS
           ELSE
              STRING "PAGO FUERA DE CICLO " PF-NUMERO (SUB-FCI)
                     " SELLADO " PF-REFERENCIA (SUB-FCI)
                     " POR " PF-OPERADOR (SUB-FCI) " COMPROBADO"
                  DELIMITED BY SIZE INTO REPORTE-RECORD
              END-STRING
              WRITE REPORTE-RECORD
              PERFORM VERIFICAR-ESCRITURA-REP
           END-IF.
           IF PF-LIBERADO (SUB-FCI) NOT = "S"
              MOVE SPACES TO REPORTE-RECORD
              STRING "AVISO: SELLO FUERA DE CICLO " PF-NUMERO (SUB-FCI)
                     " SIN LIBERAR (LIBBANCO)"
                  DELIMITED BY SIZE INTO REPORTE-RECORD
              END-STRING
              WRITE REPORTE-RECORD
              PERFORM VERIFICAR-ESCRITURA-REP
           END-IF.

       LISTAR-DESCUADRES.
           PERFORM VARYING SUB-EMP FROM 1 BY 1
                   UNTIL SUB-EMP > TOTAL-EMPLEADOS
              STOP RUN
           END-IF.

           COPY SELLOPR.

       END PROGRAM RECONTRI.
