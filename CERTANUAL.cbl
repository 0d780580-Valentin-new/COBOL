      *             to the bracket re-derivation and flags any
      *             difference, instead of certifying a re-derived
      *             number as if it were what was taken.
      * 2026-10-15  The year-end withholding regularization (REGULARI
      *             lines of the cumulative mode) prints on its own
      *             line under the monthly withholding, with the
      *             effective total, and is totalled on the summary.
      * 2026-10-15  Voided pays (ANULACION / ANUL-BONO entries) now
      *             come off the certificate and the year totals, and
      *             their reissues (REEMISION / REEM-BONO) count as
      *             pays, as the detail-log withholding already did.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTANUAL.
      * many IMPUESTO lines backed the figure.
              10 CE-RET-REAL  PIC 9(12)V9(2).
              10 CE-DETALLES  PIC 9(3).
      * The signed December (or final-pay) true-up, kept apart from
      * the monthly figure it corrects.
              10 CE-REGULARIZ PIC S9(10)V9(2).
      * The year-end close's signed YTD, when the year has one.
              10 CE-YTD-CIERRE PIC S9(10)V9(2).
              10 CE-CON-CIERRE PIC X(1).
       01 SUMA-CERT-BRUTO PIC 9(12)V9(2) VALUE 0.
       01 SUMA-CERT-RET PIC 9(12)V9(2) VALUE 0.
       01 NETO-CERT PIC 9(12)V9(2).
       01 RET-EFECTIVA-TOTAL PIC S9(12)V9(2).
       01 SUMA-REGULARIZ PIC S9(12)V9(2) VALUE 0.
       01 SUB-TRAMO PIC 9(1).
       01 LINEA-CERT-TITULO.
           05 FILLER PIC X(42)
       01 LINEA-CERT-IMP.
           05 CI-ETIQUETA PIC X(22).
           05 CI-IMPORTE  PIC Z(11)9.99.
       01 LINEA-CERT-REG.
           05 CR-ETIQUETA PIC X(22).
           05 CR-IMPORTE  PIC -(11)9.99.
       01 LINEA-CERT-TRAMO.
           05 FILLER      PIC X(17) VALUE "RETENCION TRAMO  ".
           05 CTR-TRAMO   PIC 9(1).
                            MOVE 0 TO CE-RETENCION (TOTAL-ROSTER)
                            MOVE 0 TO CE-RET-REAL (TOTAL-ROSTER)
                            MOVE 0 TO CE-DETALLES (TOTAL-ROSTER)
                            MOVE 0 TO CE-REGULARIZ (TOTAL-ROSTER)
                            MOVE 0 TO CE-YTD-CIERRE (TOTAL-ROSTER)
                            MOVE "N" TO CE-CON-CIERRE (TOTAL-ROSTER)
                            PERFORM VARYING SUB-TRAMO FROM 1 BY 1
       CLASIFICAR-ENTRADA.
      * FACTURACION and FACT-BONO entries certify -- BETA logs the
      * same run for reconciliation and would double-count the year.
      * A void repeats the voided pay line under ANULACION/ANUL-BONO
      * (unsigned, the name says it counts against the pay) and a
      * reissue under REEMISION/REEM-BONO, so what certifies is the
      * pays less the voids plus the reissues.
      * Only the requested company's lines count (blank = 01).
           MOVE LH-EMPRESA TO EMPRESA-LINEA.
           IF EMPRESA-LINEA = SPACES
           IF EMPRESA-LINEA = EMPRESA-PEDIDA
              IF LH-PERIODO (1:4) = ANIO-PEDIDO
                 AND (LH-PROGRAMA = "FACTURACION"
                      OR LH-PROGRAMA = "FACT-BONO"
                      OR LH-PROGRAMA = "REEMISION"
                      OR LH-PROGRAMA = "REEM-BONO")
                 PERFORM ACUMULAR-ENTRADA
              END-IF
              IF LH-PERIODO (1:4) = ANIO-PEDIDO
                 AND (LH-PROGRAMA = "ANULACION"
                      OR LH-PROGRAMA = "ANUL-BONO")
                 PERFORM DESCONTAR-ENTRADA
              END-IF
              IF LH-PERIODO (1:4) = ANIO-PEDIDO
                 AND LH-PROGRAMA = "FACT-RETRO"
                 ADD 1 TO ENTRADAS-RETRO
                  CE-RET-TRAMO (IDX-ENCONTRADO NUM-TRAMO)
           END-IF.

       DESCONTAR-ENTRADA.
      * The voided pay comes back off exactly as ACUMULAR-ENTRADA put
      * it on -- same gross, same re-priced bracket -- from the year
      * totals and from its owner's certificate.
           PERFORM CALCULAR-RETENCION-ENTRADA.
           SUBTRACT LH-RESULTADO FROM TOTAL-BRUTO-ANIO.
           SUBTRACT IMPUESTO-ENTRADA FROM TOTAL-RET-ANIO.
           MOVE 0 TO IDX-ENCONTRADO.
           PERFORM VARYING SUB-CERT FROM 1 BY 1
                   UNTIL SUB-CERT > TOTAL-ROSTER
              IF (LH-EMP-ID IS NUMERIC AND LH-EMP-ID NOT = 0
                  AND CE-ID (SUB-CERT) = LH-EMP-ID)
                 OR CE-NOMBRE (SUB-CERT) = LH-CLAVE
                 MOVE SUB-CERT TO IDX-ENCONTRADO
                 MOVE 501 TO SUB-CERT
              END-IF
           END-PERFORM.
           IF IDX-ENCONTRADO = 0
              IF ENTRADAS-SIN-DUENO > 0
                 SUBTRACT 1 FROM ENTRADAS-SIN-DUENO
              END-IF
              DISPLAY "AVISO: ANULACION SIN EMPLEADO EN EL MAESTRO: "
                      LH-CLAVE
           ELSE
              IF ENTRADAS-ANIO > 0
                 SUBTRACT 1 FROM ENTRADAS-ANIO
              END-IF
              IF CE-ENTRADAS (IDX-ENCONTRADO) > 0
                 SUBTRACT 1 FROM CE-ENTRADAS (IDX-ENCONTRADO)
              END-IF
              SUBTRACT LH-RESULTADO FROM CE-BRUTO (IDX-ENCONTRADO)
              SUBTRACT IMPUESTO-ENTRADA FROM
                  CE-RETENCION (IDX-ENCONTRADO)
              SUBTRACT IMPUESTO-ENTRADA FROM
                  CE-RET-TRAMO (IDX-ENCONTRADO NUM-TRAMO)
           END-IF.

       CALCULAR-RETENCION-ENTRADA.
      * Re-prices the withholding the run took on this entry: first
      * bracket whose limit the gross does not exceed, same rule as
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LD-PERIODO (1:4) = ANIO-PEDIDO
                      AND (LD-CONCEPTO = "IMPUESTO"
                           OR LD-CONCEPTO = "REGULARI")
                      PERFORM ACUMULAR-DETALLE-EMPLEADO
                   END-IF
           END-READ.
           PERFORM VARYING SUB-CERT FROM 1 BY 1
                   UNTIL SUB-CERT > TOTAL-ROSTER
              IF CE-ID (SUB-CERT) = LD-EMP-ID
                 IF LD-CONCEPTO = "REGULARI"
                    ADD LD-IMPORTE TO CE-REGULARIZ (SUB-CERT)
                 ELSE
                    ADD LD-IMPORTE TO CE-RET-REAL (SUB-CERT)
                    ADD 1 TO CE-DETALLES (SUB-CERT)
                 END-IF
                 MOVE 501 TO SUB-CERT
              END-IF
           END-PERFORM.
      * the withholding actually taken as well -- and calls out any
      * difference from the bracket re-derivation above instead of
      * letting a silent mismatch reach the tax office.
      * The cumulative mode's year-end true-up is shown apart from
      * the monthly withholding; the comparison takes the sum. Under
      * that mode the months themselves already differ from a per-
      * month re-derivation, so the warning says why.
           IF CE-DETALLES (SUB-CERT) > 0
              MOVE "RETENCION EFECTIVA:   " TO CI-ETIQUETA
              MOVE CE-RET-REAL (SUB-CERT) TO CI-IMPORTE
              WRITE CERTIF-RECORD FROM LINEA-CERT-IMP
              COMPUTE RET-EFECTIVA-TOTAL = CE-RET-REAL (SUB-CERT)
                    + CE-REGULARIZ (SUB-CERT)
              IF CE-REGULARIZ (SUB-CERT) NOT = 0
                 MOVE "REGULARIZACION ANUAL: " TO CR-ETIQUETA
                 MOVE CE-REGULARIZ (SUB-CERT) TO CR-IMPORTE
                 WRITE CERTIF-RECORD FROM LINEA-CERT-REG
                 MOVE "RET. EFECTIVA TOTAL:  " TO CR-ETIQUETA
                 MOVE RET-EFECTIVA-TOTAL TO CR-IMPORTE
                 WRITE CERTIF-RECORD FROM LINEA-CERT-REG
                 ADD CE-REGULARIZ (SUB-CERT) TO SUMA-REGULARIZ
              END-IF
              IF RET-EFECTIVA-TOTAL NOT = CE-RETENCION (SUB-CERT)
                 IF CE-REGULARIZ (SUB-CERT) NOT = 0
                    MOVE "NOTA: ACUMULADA ANUAL <> RECALCULO MENSUAL"
                         TO CERTIF-RECORD
                 ELSE
                    MOVE "AVISO: EFECTIVA <> RECALCULO DE TRAMOS"
                         TO CERTIF-RECORD
                 END-IF
                 WRITE CERTIF-RECORD
              END-IF
           END-IF.
           MOVE "RETENCION TOTAL ANIO: " TO CI-ETIQUETA.
           MOVE TOTAL-RET-ANIO TO CI-IMPORTE.
           WRITE CERTIF-RECORD FROM LINEA-CERT-IMP.
           IF SUMA-REGULARIZ NOT = 0
              MOVE "REGULARIZ. DEL ANIO:  " TO CR-ETIQUETA
              MOVE SUMA-REGULARIZ TO CR-IMPORTE
              WRITE CERTIF-RECORD FROM LINEA-CERT-REG
           END-IF.
      * So the totals visibly reconcile against everything the year
      * actually paid, arrears included.
           IF ENTRADAS-RETRO > 0
