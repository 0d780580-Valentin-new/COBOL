      *          typed from -- so what we remit provably equals what
      *          the runs withheld.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The year-end withholding regularization (REGULARI
      *             lines of the cumulative mode) is declared on its
      *             own line, signed, and carried into the tie with
      *             the journal's withholding leg.
      * 2026-10-15  Voided pays (ANULACION/ANUL-BONO) come out of the
      *             bracket they were withheld in and out of its
      *             headcount; the journal's withholding leg is taken
      *             net of its debit side, so a void's reversal ties.
      *             A void's or reissue's ATRASO line counts in the
      *             arrears net without waiting for a FACT-RETRO line
      *             of its own, and a void's REGULARI line takes its
      *             employee back off the true-up count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARET.
      * The bracket of an IMPUESTO line is priced off the BRUTO line
      * of the same employee and period, remembered as the pairs come
      * off the detail log in write order.
      * A void's BRUTO line is negated; the bracket is priced off its
      * absolute amount, the one the original pay was priced with.
       01 BRUTO-EMP-ID PIC 9(5) VALUE 0.
       01 BRUTO-ULTIMO PIC 9(10)V9(2) VALUE 0.
       01 NUM-TRAMO PIC 9(1).
       01 TABLA-DECLARACION.
           05 TRAMO-DECL OCCURS 4 TIMES.
              10 TD-EMPLEADOS PIC 9(5).
              10 TD-IMPORTE   PIC S9(12)V9(2).
       01 SUB-TRAMO PIC 9(1).
       01 TOTAL-RETENIDO PIC S9(12)V9(2) VALUE 0.
      * The December (or final-pay) true-up of the cumulative mode --
      * signed, it can give tax back -- and how many employees had
      * one. The run posts it inside the withholding leg.
       01 TOTAL-REGULARIZ PIC S9(12)V9(2) VALUE 0.
       01 EMPLEADOS-REGULARIZ PIC 9(5) VALUE 0.
       01 EMPLEADOS-DECLARADOS PIC 9(5) VALUE 0.
      * The arrears bridge: the 4751 leg the run posts carries the
      * arrears gross minus the arrears net on top of the month's
      * withholding -- the tie must carry it too or every month with
      * arrears declares a false break.
       01 TOTAL-RETRO-BRUTO PIC 9(12)V9(2) VALUE 0.
       01 TOTAL-RETRO-NETO PIC S9(12)V9(2) VALUE 0.
       01 TOTAL-ESPERADO PIC S9(12)V9(2) VALUE 0.
      * The ATRASO components of the declared period (employee and
      * ORIGINAL period off LD-CODIGO) -- the FACT-RETRO history
      * lines join on these to supply the gross side of the bridge.
              10 RT-CASADO  PIC X(1).
       01 SUB-RETRO PIC 9(3).
       01 RETROS-SIN-BRUTO PIC 9(3) VALUE 0.
      * Credit side less debit side -- a void reverses the leg as a
      * debit.
       01 IMPORTE-4751 PIC S9(12)V9(2) VALUE 0.
       01 HAY-4751 PIC X(3) VALUE "NO ".
           88 DIARIO-TIENE-4751 VALUE "SI ".
       01 LINEA-TITULO.
           05 FILLER       PIC X(12) VALUE "  EMPLEADOS ".
           05 LT-EMPLEADOS PIC Z(4)9.
           05 FILLER       PIC X(11) VALUE "  RETENIDO ".
           05 LT-IMPORTE   PIC -(11)9.99.
       01 LINEA-IMPORTE.
           05 LI-ETIQUETA PIC X(30).
           05 LI-IMPORTE  PIC -(11)9.99.
       01 LINEA-REGULARIZ.
           05 LR-ETIQUETA PIC X(30).
           05 LR-IMPORTE  PIC -(11)9.99.

       PROCEDURE DIVISION.
       INICIO.
                      AND EMPRESA-LINEA = EMPRESA-PEDIDA
                      IF LD-CONCEPTO = "BRUTO   "
                         MOVE LD-EMP-ID TO BRUTO-EMP-ID
                         IF LD-IMPORTE < 0
                            COMPUTE BRUTO-ULTIMO = 0 - LD-IMPORTE
                         ELSE
                            MOVE LD-IMPORTE TO BRUTO-ULTIMO
                         END-IF
                      END-IF
                      IF LD-CONCEPTO = "IMPUESTO"
                         PERFORM ACUMULAR-RETENCION
                      END-IF
                      IF LD-CONCEPTO = "REGULARI"
                         ADD LD-IMPORTE TO TOTAL-REGULARIZ
                         IF LD-PROGRAMA = "ANULACION"
                            OR LD-PROGRAMA = "ANUL-BONO"
                            IF EMPLEADOS-REGULARIZ > 0
                               SUBTRACT 1 FROM EMPLEADOS-REGULARIZ
                            END-IF
                         ELSE
                            ADD 1 TO EMPLEADOS-REGULARIZ
                         END-IF
                      END-IF
      * Only the run's own ATRASO lines have a FACT-RETRO line to
      * join -- a void or reissue repeats the amount, not the gross.
                      IF LD-CONCEPTO = "ATRASO  "
                         ADD LD-IMPORTE TO TOTAL-RETRO-NETO
                         IF LD-PROGRAMA NOT = "ANULACION"
                            AND LD-PROGRAMA NOT = "ANUL-BONO"
                            AND LD-PROGRAMA NOT = "REEMISION"
                            AND LD-PROGRAMA NOT = "REEM-BONO"
                            PERFORM ANOTAR-RETRO-DETALLE
                         END-IF
                      END-IF
                   END-IF
           END-READ.
                   CONTINUE
           END-SEARCH.
           SET NUM-TRAMO TO IDX-TRAMO.
      * A void's IMPUESTO line is already negated, so adding it nets
      * the money out of the bracket; the employee comes out of the
      * bracket's headcount with it.
           IF LD-PROGRAMA = "ANULACION" OR LD-PROGRAMA = "ANUL-BONO"
              IF TD-EMPLEADOS (NUM-TRAMO) > 0
                 SUBTRACT 1 FROM TD-EMPLEADOS (NUM-TRAMO)
              END-IF
              IF EMPLEADOS-DECLARADOS > 0
                 SUBTRACT 1 FROM EMPLEADOS-DECLARADOS
              END-IF
           ELSE
              ADD 1 TO TD-EMPLEADOS (NUM-TRAMO)
              ADD 1 TO EMPLEADOS-DECLARADOS
           END-IF.
           ADD LD-IMPORTE TO TD-IMPORTE (NUM-TRAMO).
           ADD LD-IMPORTE TO TOTAL-RETENIDO.

       ANOTAR-RETRO-DETALLE.
           IF TOTAL-RETROS < 200
                   IF DI-PERIODO = PERIODO-PEDIDO
                      AND EMPRESA-LINEA = EMPRESA-PEDIDA
                      AND DI-CUENTA = CTA-RETENCION
                      IF DI-TIPO = "D"
                         SUBTRACT DI-IMPORTE FROM IMPORTE-4751
                      ELSE
                         ADD DI-IMPORTE TO IMPORTE-4751
                      END-IF
                      SET DIARIO-TIENE-4751 TO TRUE
                   END-IF
           END-READ.
           PERFORM VERIFICAR-ESCRITURA-DECL.
           PERFORM VARYING SUB-TRAMO FROM 1 BY 1 UNTIL SUB-TRAMO > 4
              IF TD-EMPLEADOS (SUB-TRAMO) > 0
                 OR TD-IMPORTE (SUB-TRAMO) NOT = 0
                 MOVE SUB-TRAMO TO LT-TRAMO
                 MOVE TD-EMPLEADOS (SUB-TRAMO) TO LT-EMPLEADOS
                 MOVE TD-IMPORTE (SUB-TRAMO) TO LT-IMPORTE
      * withholding bridge (arrears gross minus arrears net) -- the
      * declaration shows it and the tie expects it, or every month
      * with arrears would declare a false break.
           IF EMPLEADOS-REGULARIZ > 0
              MOVE "REGULARIZACIONES ANUALES:     " TO LI-ETIQUETA
              MOVE EMPLEADOS-REGULARIZ TO LI-IMPORTE
              WRITE DECLARACION-RECORD FROM LINEA-IMPORTE
              PERFORM VERIFICAR-ESCRITURA-DECL
              MOVE "REGULARIZACION DE RETENCION:  " TO LR-ETIQUETA
              MOVE TOTAL-REGULARIZ TO LR-IMPORTE
              WRITE DECLARACION-RECORD FROM LINEA-REGULARIZ
              PERFORM VERIFICAR-ESCRITURA-DECL
              MOVE "RETENIDO CON REGULARIZACION:  " TO LR-ETIQUETA
              COMPUTE LR-IMPORTE = TOTAL-RETENIDO + TOTAL-REGULARIZ
              WRITE DECLARACION-RECORD FROM LINEA-REGULARIZ
              PERFORM VERIFICAR-ESCRITURA-DECL
           END-IF.
           COMPUTE TOTAL-ESPERADO = TOTAL-RETENIDO + TOTAL-REGULARIZ
                 + TOTAL-RETRO-BRUTO - TOTAL-RETRO-NETO.
           IF TOTAL-RETRO-BRUTO > 0 OR TOTAL-RETRO-NETO NOT = 0
              MOVE "ATRASOS PAGADOS (BRUTO):      " TO LI-ETIQUETA
              MOVE TOTAL-RETRO-BRUTO TO LI-IMPORTE
              WRITE DECLARACION-RECORD FROM LINEA-IMPORTE
