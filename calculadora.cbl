      *             still logs to CALCULADORA.LOG, and a rejected
      *             line lands on the tape with its reason instead of
      *             stopping the file.
      * 2026-10-15  Loan mode for the advances desk (menu option 8,
      *             asked before the operands now): the installment
      *             for a principal, annual rate and term, or the term
      *             for a given installment, with the total interest;
      *             the schedule goes to CUADRO_AMORTIZACION.TXT in
      *             PRESMANT's principal/installment/balance terms and
      *             each calculation logs CUOTA-PREST, PLAZO-PREST or
      *             ERROR-FIN to CALCULADORA.LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT CINTA-FILE ASSIGN TO "CINTA_CALCULO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CINTA-STATUS.
           SELECT CUADRO-FILE ASSIGN TO "CUADRO_AMORTIZACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUADRO-STATUS.
      *-----------------------
       DATA DIVISION.

       FD  CINTA-FILE.
       01  CINTA-RECORD PIC X(80).

       FD  CUADRO-FILE.
       01  CUADRO-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 NUM1     PIC S9(4)V9(2) SIGN IS LEADING SEPARATE.
       01 NUM2     PIC S9(4)V9(2) SIGN IS LEADING SEPARATE.
       01 LINEA-CINTA-TOTAL.
           05 FILLER      PIC X(12) VALUE "TOTAL CINTA ".
           05 LT-TOTAL    PIC -(8)9.9(2).
      * Loan mode. The rate is keyed as a yearly percentage and the
      * periods are months, as PRESMANT's loans are recovered.
       01 OPCION-FIN PIC 9(1).
       01 DATOS-FIN PIC X(3) VALUE "NO ".
           88 DATOS-FIN-VALIDOS VALUE "SI ".
       01 PRINCIPAL-FIN PIC 9(8)V9(2).
       01 TASA-ANUAL PIC 9(3)V9(4).
       01 TASA-PERIODO PIC 9V9(10).
       01 PLAZO-FIN PIC 9(3).
       01 PLAZO-MAXIMO PIC 9(3) VALUE 600.
       01 CUOTA-FIN PIC 9(8)V9(2).
       01 FACTOR-FIN PIC 9(8)V9(10).
       01 DIVISOR-FIN PIC 9(8)V9(10).
       01 SALDO-FIN PIC 9(8)V9(2).
       01 INTERES-PERIODO PIC 9(8)V9(2).
       01 AMORTIZADO-PERIODO PIC 9(8)V9(2).
       01 CUOTA-PERIODO PIC 9(8)V9(2).
       01 INTERES-TOTAL PIC 9(8)V9(2).
       01 PAGADO-TOTAL PIC 9(9)V9(2).
       01 PERIODO-CUADRO PIC 9(3).
       01 CUADRO-STATUS PIC X(2).
      * CALCREP reads a loan line through LINEA-LOG like any other:
      * the term sits where NUM1 does, the rate where NUM2 does and
      * the installment in RESULTADO; principal and interest follow
      * past LL-ANS, where CALCREP does not look.
       01 LINEA-LOG-FIN.
           05 LF-PLAZO     PIC -(4)9.9(2).
           05 FILLER       PIC X VALUE SPACE.
           05 LF-OPERADOR  PIC X(12).
           05 FILLER       PIC X VALUE SPACE.
           05 LF-TASA      PIC -(4)9.9(2).
           05 FILLER       PIC X VALUE SPACE.
           05 LF-CUOTA     PIC -(7)9.9(2).
           05 FILLER       PIC X VALUE SPACE.
           05 LF-FECHA     PIC 9(8).
           05 FILLER       PIC X(7) VALUE SPACES.
           05 LF-PRINCIPAL PIC Z(7)9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 LF-INTERES   PIC Z(6)9.99.
       01 LINEA-CUADRO-CAB.
           05 FILLER       PIC X(10) VALUE "PRINCIPAL ".
           05 LCC-PRINCIPAL PIC Z(7)9.99.
           05 FILLER       PIC X(7) VALUE "  TIPO ".
           05 LCC-TASA     PIC ZZ9.9999.
           05 FILLER       PIC X(9) VALUE " %  CUOTA".
           05 FILLER       PIC X(1) VALUE " ".
           05 LCC-CUOTA    PIC Z(7)9.99.
           05 FILLER       PIC X(8) VALUE "  PLAZO ".
           05 LCC-PLAZO    PIC ZZ9.
       01 LINEA-CUADRO-TIT.
           05 FILLER       PIC X(50) VALUE
              "    PERIODO        CUOTA     INTERES   PRINCIPAL".
           05 FILLER       PIC X(16) VALUE "          RESTAN".
       01 LINEA-CUADRO.
           05 FILLER       PIC X(4) VALUE "    ".
           05 LCU-PERIODO  PIC ZZ9.
           05 FILLER       PIC X(4) VALUE "    ".
           05 LCU-CUOTA    PIC Z(7)9.99.
           05 FILLER       PIC X(1) VALUE " ".
           05 LCU-INTERES  PIC Z(7)9.99.
           05 FILLER       PIC X(1) VALUE " ".
           05 LCU-AMORTIZADO PIC Z(7)9.99.
           05 FILLER       PIC X(4) VALUE "    ".
           05 LCU-SALDO    PIC Z(7)9.99.
       01 LINEA-CUADRO-TOTAL.
           05 FILLER       PIC X(15) VALUE "TOTAL PAGADO   ".
           05 LCT-PAGADO   PIC Z(8)9.99.
           05 FILLER       PIC X(14) VALUE "  INTERESES   ".
           05 LCT-INTERES  PIC Z(7)9.99.


      *-----------------------
      **
      * The previous result stays usable: typing ANS at either
      * prompt chains it into the next calculation.
      * The option is asked first: the loan mode and SALIR take no
      * operands.
            DISPLAY "ANS = " RESULTADO.
            MOVE "NO " TO USO-ANS-1.
            MOVE "NO " TO USO-ANS-2.

            DISPLAY "INTRODUZCA VALOR ENTRE 0-8".



            DISPLAY "5. POTENCIA"
            DISPLAY "6. MODULO"
            DISPLAY "7. RAIZ"
            DISPLAY "8. PRESTAMO (CUOTA / PLAZO)"
            DISPLAY "0. SALIR"

            ACCEPT OPCION.

            IF OPCION > 0 AND OPCION < 8
               DISPLAY "INTRODUCE EL PRIMER VALOR (ANS = ANTERIOR)"
               ACCEPT ENTRADA
               IF ENTRADA = "ANS"
                  MOVE RESULTADO TO NUM1
                  SET NUM1-ES-ANS TO TRUE
               ELSE
                  COMPUTE NUM1 = FUNCTION NUMVAL(ENTRADA)
               END-IF
               DISPLAY "INTRODUZCA EL SEGUNDO VALOR (ANS = ANTERIOR)"
               ACCEPT ENTRADA
               IF ENTRADA = "ANS"
                  MOVE RESULTADO TO NUM2
                  SET NUM2-ES-ANS TO TRUE
               ELSE
                  COMPUTE NUM2 = FUNCTION NUMVAL(ENTRADA)
               END-IF
            END-IF.

           IF OPCION = 1
            PERFORM SUMA


           END-IF.

           IF OPCION = 8
            PERFORM MODO-PRESTAMO

           END-IF.

           IF OPCION = 0
               MOVE "NO " TO SEGUIR-CALCULANDO
           END-IF.
                  PERFORM ESCRIBIR-LOG
               END-IF.

           MODO-PRESTAMO.
      * The advances desk's question before a loan is keyed into
      * PRESMANT: what installment for this term, or how long at
      * this installment -- and what it costs in interest.
               DISPLAY "1. CUOTA PARA UN PRINCIPAL, TIPO Y PLAZO".
               DISPLAY "2. PLAZO PARA UNA CUOTA DADA".
               ACCEPT OPCION-FIN.
               SET DATOS-FIN-VALIDOS TO TRUE.
               MOVE 0 TO PLAZO-FIN.
               MOVE 0 TO CUOTA-FIN.
               MOVE 0 TO INTERES-TOTAL.
               DISPLAY "PRINCIPAL DEL PRESTAMO".
               ACCEPT ENTRADA.
               IF FUNCTION TEST-NUMVAL (ENTRADA) NOT = 0
                  MOVE "NO " TO DATOS-FIN
               ELSE
                  COMPUTE PRINCIPAL-FIN = FUNCTION NUMVAL (ENTRADA)
               END-IF.
               DISPLAY "TIPO DE INTERES ANUAL (%)".
               ACCEPT ENTRADA.
               IF FUNCTION TEST-NUMVAL (ENTRADA) NOT = 0
                  MOVE "NO " TO DATOS-FIN
               ELSE
                  COMPUTE TASA-ANUAL = FUNCTION NUMVAL (ENTRADA)
               END-IF.
               IF OPCION-FIN = 1
                  DISPLAY "NUMERO DE CUOTAS MENSUALES"
                  ACCEPT ENTRADA
                  IF FUNCTION TEST-NUMVAL (ENTRADA) NOT = 0
                     MOVE "NO " TO DATOS-FIN
                  ELSE
                     COMPUTE PLAZO-FIN = FUNCTION NUMVAL (ENTRADA)
                  END-IF
               ELSE
                  DISPLAY "CUOTA MENSUAL"
                  ACCEPT ENTRADA
                  IF FUNCTION TEST-NUMVAL (ENTRADA) NOT = 0
                     MOVE "NO " TO DATOS-FIN
                  ELSE
                     COMPUTE CUOTA-FIN = FUNCTION NUMVAL (ENTRADA)
                  END-IF
               END-IF.
               COMPUTE TASA-PERIODO = TASA-ANUAL / 1200.
               IF PRINCIPAL-FIN = 0
                  MOVE "NO " TO DATOS-FIN
               END-IF.
               IF OPCION-FIN = 1
                  IF PLAZO-FIN = 0 OR PLAZO-FIN > PLAZO-MAXIMO
                     MOVE "NO " TO DATOS-FIN
                  END-IF
               ELSE
                  IF OPCION-FIN = 2
      * An installment that does not beat the first month's interest
      * never pays the loan off.
                     COMPUTE INTERES-PERIODO ROUNDED =
                             PRINCIPAL-FIN * TASA-PERIODO
                     IF CUOTA-FIN NOT > INTERES-PERIODO
                        MOVE "NO " TO DATOS-FIN
                     END-IF
                  ELSE
                     MOVE "NO " TO DATOS-FIN
                  END-IF
               END-IF.
               IF DATOS-FIN-VALIDOS
                  IF OPCION-FIN = 1
                     PERFORM CALCULAR-CUOTA-PRESTAMO
                  END-IF
                  PERFORM ESCRIBIR-CUADRO-AMORTIZACION
               END-IF.
               IF DATOS-FIN-VALIDOS
                  DISPLAY LINEA-CUADRO-CAB
                  DISPLAY LINEA-CUADRO-TOTAL
                  DISPLAY "CUADRO EN CUADRO_AMORTIZACION.TXT"
                  IF OPCION-FIN = 1
                     MOVE "CUOTA-PREST" TO OPERADOR-LOG
                  ELSE
                     MOVE "PLAZO-PREST" TO OPERADOR-LOG
                  END-IF
               ELSE
                  DISPLAY "ERROR: DATOS DEL PRESTAMO INVALIDOS O CUOTA"
                          " QUE NO CUBRE LOS INTERESES (PLAZO MAXIMO "
                          PLAZO-MAXIMO " MESES)"
                  MOVE "ERROR-FIN" TO OPERADOR-LOG
               END-IF.
               PERFORM ESCRIBIR-LOG-PRESTAMO.

           CALCULAR-CUOTA-PRESTAMO.
      * The French installment, P * i / (1 - (1 + i) ** -n); at zero
      * rate just the principal spread evenly.
               IF TASA-PERIODO = 0
                  COMPUTE CUOTA-FIN ROUNDED = PRINCIPAL-FIN / PLAZO-FIN
               ELSE
                  COMPUTE FACTOR-FIN = (1 + TASA-PERIODO) ** PLAZO-FIN
                  COMPUTE DIVISOR-FIN = FACTOR-FIN - 1
                  COMPUTE FACTOR-FIN ROUNDED = FACTOR-FIN / DIVISOR-FIN
                  COMPUTE FACTOR-FIN ROUNDED = FACTOR-FIN * TASA-PERIODO
                  COMPUTE CUOTA-FIN ROUNDED = PRINCIPAL-FIN * FACTOR-FIN
               END-IF.

           ESCRIBIR-CUADRO-AMORTIZACION.
      * One line per month. The last installment takes whatever the
      * rounding left, so the balance ends at exactly zero; with a
      * given installment the count of lines is the term.
               OPEN OUTPUT CUADRO-FILE.
               MOVE PRINCIPAL-FIN TO SALDO-FIN.
               MOVE 0 TO PERIODO-CUADRO.
               MOVE 0 TO INTERES-TOTAL.
               IF OPCION-FIN = 2
                  MOVE PLAZO-MAXIMO TO PLAZO-FIN
               END-IF.
               MOVE PRINCIPAL-FIN TO LCC-PRINCIPAL.
               MOVE TASA-ANUAL TO LCC-TASA.
               MOVE CUOTA-FIN TO LCC-CUOTA.
               MOVE 0 TO LCC-PLAZO.
               IF OPCION-FIN = 1
                  MOVE PLAZO-FIN TO LCC-PLAZO
               END-IF.
               WRITE CUADRO-RECORD FROM LINEA-CUADRO-CAB.
               WRITE CUADRO-RECORD FROM LINEA-CUADRO-TIT.
               PERFORM ESCRIBIR-PERIODO-CUADRO
                       UNTIL SALDO-FIN = 0
                          OR PERIODO-CUADRO NOT < PLAZO-FIN.
               IF SALDO-FIN > 0
                  MOVE "NO " TO DATOS-FIN
                  MOVE "PLAZO SUPERIOR AL MAXIMO, CUADRO INCOMPLETO"
                       TO CUADRO-RECORD
                  WRITE CUADRO-RECORD
               ELSE
                  MOVE PERIODO-CUADRO TO PLAZO-FIN
                  MOVE PLAZO-FIN TO LCC-PLAZO
                  COMPUTE PAGADO-TOTAL = PRINCIPAL-FIN + INTERES-TOTAL
                  MOVE PAGADO-TOTAL TO LCT-PAGADO
                  MOVE INTERES-TOTAL TO LCT-INTERES
                  WRITE CUADRO-RECORD FROM LINEA-CUADRO-TOTAL
               END-IF.
               CLOSE CUADRO-FILE.

           ESCRIBIR-PERIODO-CUADRO.
               ADD 1 TO PERIODO-CUADRO.
               COMPUTE INTERES-PERIODO ROUNDED =
                       SALDO-FIN * TASA-PERIODO.
               MOVE CUOTA-FIN TO CUOTA-PERIODO.
               IF CUOTA-PERIODO - INTERES-PERIODO NOT < SALDO-FIN
                  OR (OPCION-FIN = 1 AND PERIODO-CUADRO = PLAZO-FIN)
                  COMPUTE CUOTA-PERIODO = SALDO-FIN + INTERES-PERIODO
               END-IF.
               COMPUTE AMORTIZADO-PERIODO =
                       CUOTA-PERIODO - INTERES-PERIODO.
               SUBTRACT AMORTIZADO-PERIODO FROM SALDO-FIN.
               ADD INTERES-PERIODO TO INTERES-TOTAL.
               MOVE PERIODO-CUADRO TO LCU-PERIODO.
               MOVE CUOTA-PERIODO TO LCU-CUOTA.
               MOVE INTERES-PERIODO TO LCU-INTERES.
               MOVE AMORTIZADO-PERIODO TO LCU-AMORTIZADO.
               MOVE SALDO-FIN TO LCU-SALDO.
               WRITE CUADRO-RECORD FROM LINEA-CUADRO.

           ESCRIBIR-LOG-PRESTAMO.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
               MOVE PLAZO-FIN TO LF-PLAZO.
               MOVE OPERADOR-LOG TO LF-OPERADOR.
               MOVE TASA-ANUAL TO LF-TASA.
               MOVE CUOTA-FIN TO LF-CUOTA.
               MOVE FECHA-HOY TO LF-FECHA.
               MOVE PRINCIPAL-FIN TO LF-PRINCIPAL.
               MOVE INTERES-TOTAL TO LF-INTERES.
               WRITE LOG-RECORD FROM LINEA-LOG-FIN.

           ESCRIBIR-LOG.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
               MOVE NUM1 TO LL-NUM1.
