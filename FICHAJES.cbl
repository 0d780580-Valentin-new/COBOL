      *          calendar exists, the flat 160 otherwise) already
      *          computed on the report, and lists every exception in
      *          FICHAJES_EXCEPCIONES.TXT -- so the 1.5x premium
      *          rests on audited days, not a keyed number. Each
      *          span is also split into night, weekend and holiday
      *          minutes under PRIMAS_HORARIAS.DAT, and the month's
      *          hours in each category go on the HORAS_MES.DAT line
      *          for the run to price at its own multiplier.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "CALENDARIO_LABORAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FESTIVOS-STATUS.
           SELECT OPTIONAL PRIMAS-FILE ASSIGN TO "PRIMAS_HORARIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIMAS-STATUS.

       DATA DIVISION.

       FD  HORAS-FILE.
      * The monthly totals the pay run loads -- written whole from
      * the audited punches, replacing the hand-typed figures.
           COPY HORASREC.

       FD  EXCEP-FILE.
       01  EXCEP-RECORD PIC X(90).
       01  FESTIVO-RECORD.
           05 CF-FECHA PIC 9(8).

       FD  PRIMAS-FILE.
           COPY PRIMAREC.

       WORKING-STORAGE SECTION.
       01 FICHAJES-STATUS PIC X(2).
       01 AUSENCIAS-STATUS PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 HORAS-LIMITE-MES PIC 9(3) VALUE 160.
      * Premium categories, factors and night window -- built-in
      * values unless PRIMAS_HORARIAS.DAT says otherwise; must agree
      * with FACTURACION.cbl's. Slot 1 NOCT, 2 FSEM, 3 FEST.
       01 PRIMAS-STATUS PIC X(2).
       01 VALORES-PRIMAS-HORARIAS.
           05 FILLER PIC X(7) VALUE "NOCT125".
           05 FILLER PIC X(7) VALUE "FSEM150".
           05 FILLER PIC X(7) VALUE "FEST175".
       01 TABLA-PRIMAS-HORARIAS REDEFINES VALORES-PRIMAS-HORARIAS.
           05 PRIMA-HORARIA OCCURS 3 TIMES.
              10 TPH-CATEGORIA PIC X(4).
              10 TPH-FACTOR    PIC 9V9(2).
       01 SUB-PRIMA PIC 9(1).
       01 PRIMA-ENCONTRADA PIC 9(1).
       01 NOCHE-DESDE PIC 9(4) VALUE 2200.
       01 NOCHE-HASTA PIC 9(4) VALUE 0600.
      * The span being classified and its night share, in minutes
      * from midnight.
       01 MIN-ENTRADA PIC 9(4).
       01 MIN-SALIDA PIC 9(4).
       01 MIN-VENTANA-DESDE PIC 9(4).
       01 MIN-VENTANA-HASTA PIC 9(4).
       01 SOLAPE-DESDE PIC 9(4).
       01 SOLAPE-HASTA PIC 9(4).
       01 MINUTOS-NOCHE PIC 9(4).
       01 CATEGORIA-DIA PIC 9(1).
      * The working-day calendar and its arithmetic -- must agree
      * with FACTURACION.cbl's, or the split the supervisor signs
      * here contradicts what payday prices.
           05 HORAS-EMP OCCURS 200 TIMES.
              10 TH-EMP-ID  PIC 9(5).
              10 TH-MINUTOS PIC 9(6).
              10 TH-MINUTOS-PRIMA PIC 9(6) OCCURS 3 TIMES.
       01 SUB-HORAS PIC 9(3).
       01 IDX-HORAS PIC 9(3).
       01 MINUTOS-TRAMO PIC S9(5).
           05 RS-NORMAL  PIC ZZ9.99.
           05 FILLER     PIC X(9) VALUE "  EXTRA  ".
           05 RS-EXTRA   PIC ZZ9.99.
           05 FILLER     PIC X(9) VALUE "  NOCHE  ".
           05 RS-NOCHE   PIC ZZ9.99.
           05 FILLER     PIC X(9) VALUE "  FINDE  ".
           05 RS-FINDE   PIC ZZ9.99.
           05 FILLER     PIC X(11) VALUE "  FESTIVO  ".
           05 RS-FESTIVO PIC ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "MES A RESUMIR (AAAAMM)".
           ACCEPT PERIODO-PEDIDO.
           PERFORM CARGAR-CALENDARIO-LABORAL.
           PERFORM CARGAR-PRIMAS-HORARIAS.
           OPEN INPUT FICHAJES-FILE.
           IF FICHAJES-STATUS NOT = "00"
              DISPLAY "NO HAY FICHAJES.DAT -- NADA QUE RESUMIR"
                      ", LIMITE DE HORAS: " HORAS-LIMITE-MES
           END-IF.

       CARGAR-PRIMAS-HORARIAS.
      * Optional -- with no file the built-in factors and the
      * 2200-0600 night stand.
           OPEN INPUT PRIMAS-FILE.
           IF PRIMAS-STATUS = "00"
              PERFORM UNTIL PRIMAS-STATUS = "10"
                 READ PRIMAS-FILE
                     AT END
                         MOVE "10" TO PRIMAS-STATUS
                     NOT AT END
                         PERFORM CARGAR-UNA-PRIMA
                 END-READ
              END-PERFORM
              CLOSE PRIMAS-FILE
           END-IF.

       CARGAR-UNA-PRIMA.
           MOVE 0 TO PRIMA-ENCONTRADA.
           PERFORM VARYING SUB-PRIMA FROM 1 BY 1
                   UNTIL SUB-PRIMA > 3
              IF TPH-CATEGORIA (SUB-PRIMA) = PH-CATEGORIA
                 MOVE SUB-PRIMA TO PRIMA-ENCONTRADA
              END-IF
           END-PERFORM.
           IF PRIMA-ENCONTRADA = 0 OR PH-FACTOR NOT NUMERIC
              OR PH-FACTOR < 1
              DISPLAY "AVISO: LINEA DE PRIMAS_HORARIAS.DAT IGNORADA: "
                      PRIMA-HORARIA-RECORD
           ELSE
              MOVE PH-FACTOR TO TPH-FACTOR (PRIMA-ENCONTRADA)
              IF PRIMA-ENCONTRADA = 1
                 MOVE PH-DESDE TO NOCHE-DESDE
                 MOVE PH-HASTA TO NOCHE-HASTA
              END-IF
           END-IF.

       CALCULAR-DIAS-DEL-MES.
      * Must agree with FACTURACION.cbl's month-length rule.
           EVALUATE CAL-SPAN-MES
           PERFORM BUSCAR-O-CREAR-EMPLEADO.
           IF IDX-HORAS > 0
              ADD MINUTOS-TRAMO TO TH-MINUTOS (IDX-HORAS)
              PERFORM CLASIFICAR-TRAMO
           END-IF.

       CLASIFICAR-TRAMO.
      * The day decides weekend or holiday for the whole span (the
      * punches never cross midnight); the night window decides the
      * minutes inside it. Where both apply the higher factor takes
      * the minutes -- a premium is paid once, never stacked.
           MOVE FJ-FECHA TO FECHA-CAL.
           PERFORM CALCULAR-DIA-SEMANA.
           MOVE 0 TO CATEGORIA-DIA.
           IF DIA-SEMANA < 2
              MOVE 2 TO CATEGORIA-DIA
           END-IF.
           PERFORM VARYING SUB-FESTIVO FROM 1 BY 1
                   UNTIL SUB-FESTIVO > TOTAL-FESTIVOS
              IF FESTIVO (SUB-FESTIVO) = FECHA-CAL
                 IF CATEGORIA-DIA = 0
                    OR TPH-FACTOR (3) > TPH-FACTOR (CATEGORIA-DIA)
                    MOVE 3 TO CATEGORIA-DIA
                 END-IF
                 MOVE 101 TO SUB-FESTIVO
              END-IF
           END-PERFORM.
           PERFORM CALCULAR-MINUTOS-NOCHE.
           IF CATEGORIA-DIA = 0
              ADD MINUTOS-NOCHE TO TH-MINUTOS-PRIMA (IDX-HORAS 1)
           ELSE
              IF MINUTOS-NOCHE > 0
                 AND TPH-FACTOR (1) > TPH-FACTOR (CATEGORIA-DIA)
                 ADD MINUTOS-NOCHE TO TH-MINUTOS-PRIMA (IDX-HORAS 1)
                 COMPUTE TH-MINUTOS-PRIMA (IDX-HORAS CATEGORIA-DIA) =
                         TH-MINUTOS-PRIMA (IDX-HORAS CATEGORIA-DIA)
                       + MINUTOS-TRAMO - MINUTOS-NOCHE
              ELSE
                 ADD MINUTOS-TRAMO TO
                     TH-MINUTOS-PRIMA (IDX-HORAS CATEGORIA-DIA)
              END-IF
           END-IF.

       CALCULAR-MINUTOS-NOCHE.
      * Overlap of the span with the night window; a window that
      * wraps midnight is its two pieces, 0000-HASTA and DESDE-2400.
           MOVE 0 TO MINUTOS-NOCHE.
           COMPUTE MIN-ENTRADA =
                   FUNCTION INTEGER (FJ-ENTRADA / 100) * 60
                 + FUNCTION MOD (FJ-ENTRADA 100).
           COMPUTE MIN-SALIDA =
                   FUNCTION INTEGER (FJ-SALIDA / 100) * 60
                 + FUNCTION MOD (FJ-SALIDA 100).
           COMPUTE MIN-VENTANA-DESDE =
                   FUNCTION INTEGER (NOCHE-DESDE / 100) * 60
                 + FUNCTION MOD (NOCHE-DESDE 100).
           COMPUTE MIN-VENTANA-HASTA =
                   FUNCTION INTEGER (NOCHE-HASTA / 100) * 60
                 + FUNCTION MOD (NOCHE-HASTA 100).
           IF MIN-VENTANA-DESDE > MIN-VENTANA-HASTA
              MOVE 0 TO SOLAPE-DESDE
              MOVE MIN-VENTANA-HASTA TO SOLAPE-HASTA
              PERFORM SUMAR-SOLAPE-NOCHE
              MOVE MIN-VENTANA-DESDE TO SOLAPE-DESDE
              MOVE 1440 TO SOLAPE-HASTA
              PERFORM SUMAR-SOLAPE-NOCHE
           ELSE
              MOVE MIN-VENTANA-DESDE TO SOLAPE-DESDE
              MOVE MIN-VENTANA-HASTA TO SOLAPE-HASTA
              PERFORM SUMAR-SOLAPE-NOCHE
           END-IF.

       SUMAR-SOLAPE-NOCHE.
           IF MIN-ENTRADA > SOLAPE-DESDE
              MOVE MIN-ENTRADA TO SOLAPE-DESDE
           END-IF.
           IF MIN-SALIDA < SOLAPE-HASTA
              MOVE MIN-SALIDA TO SOLAPE-HASTA
           END-IF.
           IF SOLAPE-HASTA > SOLAPE-DESDE
              COMPUTE MINUTOS-NOCHE =
                      MINUTOS-NOCHE + SOLAPE-HASTA - SOLAPE-DESDE
           END-IF.

       BUSCAR-O-CREAR-EMPLEADO.
                 MOVE TOTAL-EMPLEADOS TO IDX-HORAS
                 MOVE FJ-EMP-ID TO TH-EMP-ID (IDX-HORAS)
                 MOVE 0 TO TH-MINUTOS (IDX-HORAS)
                 MOVE 0 TO TH-MINUTOS-PRIMA (IDX-HORAS 1)
                 MOVE 0 TO TH-MINUTOS-PRIMA (IDX-HORAS 2)
                 MOVE 0 TO TH-MINUTOS-PRIMA (IDX-HORAS 3)
              ELSE
                 MOVE "LIMITE DE EMPLEADOS   " TO EX-MOTIVO
                 PERFORM ANOTAR-EXCEPCION
                      TH-MINUTOS (SUB-HORAS) / 60
              MOVE TH-EMP-ID (SUB-HORAS) TO HM-EMP-ID
              MOVE HORAS-TOTALES TO HM-HORAS
              PERFORM VARYING SUB-PRIMA FROM 1 BY 1
                      UNTIL SUB-PRIMA > 3
                 COMPUTE HM-HORAS-PRIMA (SUB-PRIMA) ROUNDED =
                         TH-MINUTOS-PRIMA (SUB-HORAS SUB-PRIMA) / 60
              END-PERFORM
              WRITE HORAS-RECORD
              IF HORAS-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN HORAS_MES.DAT, ESTADO "
              MOVE HORAS-TOTALES TO RS-TOTAL
              MOVE HORAS-NORMALES TO RS-NORMAL
              MOVE HORAS-EXTRA TO RS-EXTRA
              MOVE HM-HORAS-PRIMA (1) TO RS-NOCHE
              MOVE HM-HORAS-PRIMA (2) TO RS-FINDE
              MOVE HM-HORAS-PRIMA (3) TO RS-FESTIVO
              DISPLAY LINEA-RESUMEN
           END-PERFORM.
           CLOSE HORAS-FILE.
