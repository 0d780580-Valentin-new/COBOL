      *             appends to HISTORIAL_CAJAS.DAT by date and till
      *             so a till short three Fridays running is visible
      *             without digging through old tapes.
      * 2026-10-15  A till's expected figure is taken from the day's
      *             line in ESPERADO_CAJA.DAT, left there by the
      *             Calculadora basica Z-report, and only asked for
      *             when the till has none.
      * 2026-10-15  Counting by denomination: a counting line may
      *             carry a quantity, the amount then being the face
      *             value; the tape shows the breakdown, each till
      *             keeps its fixed float from FONDO_CAJAS.DAT (the
      *             float left is the next day's opening float, and
      *             takings are the count less the opening float),
      *             the rest is allocated to the bank by denomination
      *             on the DEPOSITO_BANCO.TXT slip, and the deposit
      *             goes to HISTORIAL_CAJAS.DAT next to the over/short.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT HISTCAJA-FILE ASSIGN TO "HISTORIAL_CAJAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTCAJA-STATUS.
           SELECT OPTIONAL FONDO-FILE ASSIGN TO "FONDO_CAJAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FONDO-STATUS.
           SELECT DEPOSITO-FILE ASSIGN TO "DEPOSITO_BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSITO-STATUS.
           SELECT OPTIONAL ESPERADO-FILE ASSIGN TO "ESPERADO_CAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESPERADO-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
       FD  CONTEO-FILE.
      * One receipt amount per line, as counted at till close -- the
      * till id in front since the shop went to four tills. With a
      * quantity after it the amount is a note or coin face value
      * (0005000 00012 is twelve 50.00 notes); without one it is a
      * plain amount, as the lines were always keyed.
       01  CONTEO-RECORD.
           05 CC-CAJA     PIC X(2).
           05 CC-IMPORTE  PIC 9(5)V9(2).
           05 CC-CANTIDAD PIC 9(5).

       FD  CINTA-FILE.
       01  CINTA-RECORD PIC X(40).
           05 HC-TOTAL      PIC 9(8)V9(2).
           05 HC-ESPERADO   PIC 9(8)V9(2).
           05 HC-DIFERENCIA PIC S9(8)V9(2) SIGN IS LEADING SEPARATE.
           05 HC-DEPOSITO   PIC 9(8)V9(2).

       FD  FONDO-FILE.
      * Per till, the fixed float it keeps and the float actually
      * left at its last close, which it opens with next. A blank
      * carried float (a new till) opens with the fixed one.
       01  FONDO-RECORD.
           05 FC-CAJA       PIC X(2).
           05 FC-FIJO       PIC 9(5)V9(2).
           05 FC-ARRASTRE   PIC 9(5)V9(2).

       FD  DEPOSITO-FILE.
       01  DEPOSITO-RECORD PIC X(50).

       FD  ESPERADO-FILE.
      * The day's takings per till from the Z-report; a second Z the
      * same day adds a later line, which is the one that counts.
       01  ESPERADO-RECORD.
           05 EC-FECHA      PIC 9(8).
           05 EC-CAJA       PIC X(2).
           05 EC-TOTAL      PIC 9(8)V9(2).

       WORKING-STORAGE SECTION.

           05 LCT-IMPORTE  PIC -(7)9.99.
       01 CIERRE-STATUS PIC X(2).
       01 HISTCAJA-STATUS PIC X(2).
       01 ESPERADO-STATUS PIC X(2).
       01 FIN-DE-ESPERADO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ESPERADO VALUE "SI ".
       01 HAY-ESPERADO PIC X(3) VALUE "NO ".
           88 ESPERADO-DEL-INFORME-Z VALUE "SI ".
       01 FECHA-HOY PIC 9(8).
       01 FONDO-STATUS PIC X(2).
       01 DEPOSITO-STATUS PIC X(2).
       01 FIN-DE-FONDOS PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-FONDOS VALUE "SI ".
      * Euro notes and coins, largest first -- the order the deposit
      * is made up in.
       01 VALORES-DENOMINACION.
           05 FILLER PIC 9(3)V9(2) VALUE 500.00.
           05 FILLER PIC 9(3)V9(2) VALUE 200.00.
           05 FILLER PIC 9(3)V9(2) VALUE 100.00.
           05 FILLER PIC 9(3)V9(2) VALUE 50.00.
           05 FILLER PIC 9(3)V9(2) VALUE 20.00.
           05 FILLER PIC 9(3)V9(2) VALUE 10.00.
           05 FILLER PIC 9(3)V9(2) VALUE 5.00.
           05 FILLER PIC 9(3)V9(2) VALUE 2.00.
           05 FILLER PIC 9(3)V9(2) VALUE 1.00.
           05 FILLER PIC 9(3)V9(2) VALUE 0.50.
           05 FILLER PIC 9(3)V9(2) VALUE 0.20.
           05 FILLER PIC 9(3)V9(2) VALUE 0.10.
           05 FILLER PIC 9(3)V9(2) VALUE 0.05.
           05 FILLER PIC 9(3)V9(2) VALUE 0.02.
           05 FILLER PIC 9(3)V9(2) VALUE 0.01.
       01 TABLA-VALORES REDEFINES VALORES-DENOMINACION.
           05 DENOM-VALOR OCCURS 15 TIMES PIC 9(3)V9(2).
       01 TOTAL-DENOMINACIONES PIC 9(2) VALUE 15.
      * The current till's count and deposit per denomination, and
      * what was keyed as plain amounts.
       01 TABLA-DESGLOSE.
           05 DESGLOSE OCCURS 15 TIMES.
              10 DENOM-CANTIDAD PIC 9(5).
              10 DENOM-DEPOSITO PIC 9(5).
       01 SUB-DENOM PIC 9(2).
       01 DENOM-HALLADA PIC 9(2).
       01 IMPORTE-PARTIDA PIC 9(8)V9(2).
       01 SUELTOS-CAJA PIC 9(8)V9(2).
       01 SUELTOS-DEPOSITO PIC 9(8)V9(2).
       01 FONDO-INICIAL PIC 9(5)V9(2).
       01 FONDO-FIJO PIC 9(5)V9(2).
       01 FONDO-QUEDA PIC 9(8)V9(2).
       01 VENTAS-CAJA PIC S9(8)V9(2).
       01 OBJETIVO-DEPOSITO PIC 9(8)V9(2).
       01 RESTO-DEPOSITO PIC 9(8)V9(2).
       01 DEPOSITO-CAJA PIC 9(8)V9(2).
       01 GRAN-DEPOSITO PIC 9(9)V9(2) VALUE 0.
       01 CANTIDAD-DEPOSITO PIC 9(5).
      * The floats file, held while the tills close and written back
      * with the floats they were left with.
       01 TOTAL-FONDOS PIC 9(2) VALUE 0.
       01 TABLA-FONDOS.
           05 FONDO-CAJA OCCURS 10 TIMES.
              10 TF-CAJA      PIC X(2).
              10 TF-FIJO      PIC 9(5)V9(2).
              10 TF-ARRASTRE  PIC 9(5)V9(2).
       01 SUB-FONDO PIC 9(2).
       01 FONDO-HALLADO PIC 9(2).
       01 LINEA-CINTA-DENOM.
           05 LCD-VALOR    PIC ZZ9.99.
           05 FILLER       PIC X(3) VALUE " X ".
           05 LCD-CANTIDAD PIC ZZZZ9.
           05 FILLER       PIC X(2) VALUE "  ".
           05 LCD-IMPORTE  PIC Z(6)9.99.
           05 FILLER       PIC X(3) VALUE "   ".
           05 LCD-SALDO    PIC Z(7)9.99.
           05 LCD-SIN-SALDO REDEFINES LCD-SALDO PIC X(11).
       01 LINEA-DEPOSITO.
           05 LD-TIPO      PIC X(10).
           05 LD-VALOR     PIC ZZ9.99.
           05 FILLER       PIC X(3) VALUE " X ".
           05 LD-CANTIDAD  PIC ZZZZ9.
           05 FILLER       PIC X(3) VALUE " = ".
           05 LD-IMPORTE   PIC Z(7)9.99.
       01 LINEA-DEPOSITO-TOTAL.
           05 LDT-ETIQUETA PIC X(27).
           05 LDT-IMPORTE  PIC Z(8)9.99.
       01 CINTA-NOMBRE.
           05 FILLER     PIC X(11) VALUE "CINTA_CAJA_".
           05 CN-CAJA    PIC X(2).
           05 FILLER         PIC X(2) VALUE "  ".
           05 LCJ-PARTIDAS   PIC Z(3)9.
           05 FILLER         PIC X(2) VALUE "  ".
           05 LCJ-TOTAL      PIC -(7)9.99.
           05 FILLER         PIC X(2) VALUE "  ".
           05 LCJ-ESPERADO   PIC Z(7)9.99.
           05 FILLER         PIC X(2) VALUE "  ".
           05 LCJ-DIFERENCIA PIC -(7)9.99.
           05 FILLER         PIC X(2) VALUE "  ".
           05 LCJ-MARCA      PIC X(8).
           05 FILLER         PIC X(2) VALUE "  ".
           05 LCJ-DEPOSITO   PIC Z(7)9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
              OPEN OUTPUT CIERRE-FILE
              MOVE "CIERRE DE CAJAS" TO CIERRE-RECORD
              WRITE CIERRE-RECORD
              STRING "CAJA  PART      VENTAS    ESPERADO  DIFERENCIA"
                     "              DEPOSITO" DELIMITED BY SIZE
                     INTO CIERRE-RECORD
              WRITE CIERRE-RECORD
              PERFORM CARGAR-FONDOS
              OPEN OUTPUT DEPOSITO-FILE
              PERFORM ABRIR-HISTORIAL-CAJAS
              PERFORM CERRAR-UNA-CAJA
                      VARYING SUB-CAJA FROM 1 BY 1
              MOVE GRAN-ESPERADO TO LCJ-ESPERADO
              MOVE GRAN-DIFERENCIA TO LCJ-DIFERENCIA
              MOVE "GRAN TOT" TO LCJ-MARCA
              MOVE GRAN-DEPOSITO TO LCJ-DEPOSITO
              WRITE CIERRE-RECORD FROM LINEA-CIERRE
              CLOSE CIERRE-FILE
              CLOSE HISTCAJA-FILE
              MOVE "TOTAL A INGRESAR EN BANCO" TO LDT-ETIQUETA
              MOVE GRAN-DEPOSITO TO LDT-IMPORTE
              WRITE DEPOSITO-RECORD FROM LINEA-DEPOSITO-TOTAL
              CLOSE DEPOSITO-FILE
              PERFORM GUARDAR-FONDOS
              DISPLAY "CAJAS CERRADAS: " TOTAL-CAJAS
                      " GRAN TOTAL: " GRAN-TOTAL
                      " DIFERENCIA: " GRAN-DIFERENCIA
              DISPLAY "A INGRESAR EN BANCO: " GRAN-DEPOSITO
              DISPLAY "VER CIERRE_CAJAS.TXT Y LAS CINTAS POR CAJA"
              DISPLAY "BOLETA DE INGRESO EN DEPOSITO_BANCO.TXT"
           END-IF.

       RECOGER-CAJAS.
      * The counting file is re-read per till so interleaved counts
      * still land on the right tape in counting order.
           MOVE CAJA-VISTA (SUB-CAJA) TO CAJA-ACTUAL CN-CAJA.
           MOVE 0 TO PARTIDAS TOTAL-CAJA SUELTOS-CAJA.
           PERFORM VARYING SUB-DENOM FROM 1 BY 1
                   UNTIL SUB-DENOM > TOTAL-DENOMINACIONES
              MOVE 0 TO DENOM-CANTIDAD (SUB-DENOM)
              MOVE 0 TO DENOM-DEPOSITO (SUB-DENOM)
           END-PERFORM.
           PERFORM BUSCAR-FONDO-CAJA.
           MOVE "NO " TO FIN-DE-CONTEO.
           PERFORM BUSCAR-TOTAL-ESPERADO.
           IF ESPERADO-DEL-INFORME-Z
              DISPLAY "TOTAL ESPERADO DE LA CAJA " CAJA-ACTUAL
                      " SEGUN EL INFORME Z: " TOTAL-ESPERADO
           ELSE
              DISPLAY "TOTAL ESPERADO DECLARADO POR LA CAJA "
                      CAJA-ACTUAL ":"
              ACCEPT TOTAL-ESPERADO
           END-IF.
           OPEN INPUT CONTEO-FILE.
           OPEN OUTPUT CINTA-FILE.
           PERFORM SUMAR-UNA-PARTIDA UNTIL HAY-FIN-DE-CONTEO.
           MOVE "PARTIDAS  " TO LCT-ETIQUETA.
           MOVE PARTIDAS TO LCT-IMPORTE.
           WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL.
           MOVE "DESGLOSE" TO CINTA-RECORD.
           WRITE CINTA-RECORD.
           PERFORM ESCRIBIR-DESGLOSE-CINTA
                   VARYING SUB-DENOM FROM 1 BY 1
                   UNTIL SUB-DENOM > TOTAL-DENOMINACIONES.
           IF SUELTOS-CAJA > 0
              MOVE "SIN DESGL " TO LCT-ETIQUETA
              MOVE SUELTOS-CAJA TO LCT-IMPORTE
              WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL
           END-IF.
      * The counted cash holds the float the till opened with; the
      * takings are what is over it.
           COMPUTE VENTAS-CAJA = TOTAL-CAJA - FONDO-INICIAL.
           MOVE "CONTADO   " TO LCT-ETIQUETA.
           MOVE TOTAL-CAJA TO LCT-IMPORTE.
           WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL.
           MOVE "FONDO INI " TO LCT-ETIQUETA.
           MOVE FONDO-INICIAL TO LCT-IMPORTE.
           WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL.
           MOVE "TOTAL     " TO LCT-ETIQUETA.
           MOVE VENTAS-CAJA TO LCT-IMPORTE.
           WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL.
           MOVE "ESPERADO  " TO LCT-ETIQUETA.
           MOVE TOTAL-ESPERADO TO LCT-IMPORTE.
           WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL.
           COMPUTE DIFERENCIA = VENTAS-CAJA - TOTAL-ESPERADO.
           IF DIFERENCIA = 0
              MOVE "CUADRA    " TO LCT-ETIQUETA
              MOVE 0 TO LCT-IMPORTE
              MOVE DIFERENCIA TO LCT-IMPORTE
           END-IF.
           WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL.
           PERFORM CALCULAR-DEPOSITO.
           MOVE "DEPOSITO  " TO LCT-ETIQUETA.
           MOVE DEPOSITO-CAJA TO LCT-IMPORTE.
           WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL.
           MOVE "FONDO QUED" TO LCT-ETIQUETA.
           MOVE FONDO-QUEDA TO LCT-IMPORTE.
           WRITE CINTA-RECORD FROM LINEA-CINTA-TOTAL.
           CLOSE CONTEO-FILE.
           CLOSE CINTA-FILE.
           PERFORM ESCRIBIR-BOLETA-DEPOSITO.
           DISPLAY "CAJA " CAJA-ACTUAL " PARTIDAS: " PARTIDAS
                   " TOTAL: " VENTAS-CAJA
                   " DIFERENCIA: " DIFERENCIA
                   " DEPOSITO: " DEPOSITO-CAJA.
           MOVE CAJA-ACTUAL TO LCJ-CAJA.
           MOVE PARTIDAS TO LCJ-PARTIDAS.
           MOVE VENTAS-CAJA TO LCJ-TOTAL.
           MOVE DEPOSITO-CAJA TO LCJ-DEPOSITO.
           MOVE TOTAL-ESPERADO TO LCJ-ESPERADO.
           MOVE DIFERENCIA TO LCJ-DIFERENCIA.
           IF DIFERENCIA = 0
           WRITE CIERRE-RECORD FROM LINEA-CIERRE.
           MOVE FECHA-HOY TO HC-FECHA.
           MOVE CAJA-ACTUAL TO HC-CAJA.
           MOVE VENTAS-CAJA TO HC-TOTAL.
           MOVE TOTAL-ESPERADO TO HC-ESPERADO.
           MOVE DIFERENCIA TO HC-DIFERENCIA.
           MOVE DEPOSITO-CAJA TO HC-DEPOSITO.
           WRITE HISTCAJA-RECORD.
           ADD VENTAS-CAJA TO GRAN-TOTAL.
           ADD DEPOSITO-CAJA TO GRAN-DEPOSITO.
           ADD TOTAL-ESPERADO TO GRAN-ESPERADO.
           ADD DIFERENCIA TO GRAN-DIFERENCIA.

       BUSCAR-TOTAL-ESPERADO.
           MOVE "NO " TO HAY-ESPERADO.
           MOVE "NO " TO FIN-DE-ESPERADO.
           OPEN INPUT ESPERADO-FILE.
           PERFORM LEER-TOTAL-ESPERADO UNTIL HAY-FIN-DE-ESPERADO.
           CLOSE ESPERADO-FILE.

       LEER-TOTAL-ESPERADO.
           READ ESPERADO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ESPERADO
               NOT AT END
                   IF EC-FECHA = FECHA-HOY AND EC-CAJA = CAJA-ACTUAL
                      MOVE EC-TOTAL TO TOTAL-ESPERADO
                      SET ESPERADO-DEL-INFORME-Z TO TRUE
                   END-IF
           END-READ.

       SUMAR-UNA-PARTIDA.
      * Each of this till's amounts goes to its tape with the
      * running balance, like the paper roll of an adding machine.
               NOT AT END
                   IF CC-CAJA = CAJA-ACTUAL
                      ADD 1 TO PARTIDAS
                      IF CC-CANTIDAD IS NUMERIC AND CC-CANTIDAD > 0
                         PERFORM SUMAR-DENOMINACION
                      ELSE
                         ADD CC-IMPORTE TO TOTAL-CAJA
                         ADD CC-IMPORTE TO SUELTOS-CAJA
                         MOVE CC-IMPORTE TO LC-IMPORTE
                         MOVE TOTAL-CAJA TO LC-SALDO
                         WRITE CINTA-RECORD FROM LINEA-CINTA
                      END-IF
                   END-IF
           END-READ.

       SUMAR-DENOMINACION.
      * A face value the table does not know is still cash counted;
      * it is added as a plain amount and left out of the breakdown.
           COMPUTE IMPORTE-PARTIDA = CC-IMPORTE * CC-CANTIDAD.
           ADD IMPORTE-PARTIDA TO TOTAL-CAJA.
           MOVE 0 TO DENOM-HALLADA.
           PERFORM VARYING SUB-DENOM FROM 1 BY 1
                   UNTIL SUB-DENOM > TOTAL-DENOMINACIONES
              IF DENOM-VALOR (SUB-DENOM) = CC-IMPORTE
                 MOVE SUB-DENOM TO DENOM-HALLADA
              END-IF
           END-PERFORM.
           IF DENOM-HALLADA = 0
              DISPLAY "AVISO: CAJA " CAJA-ACTUAL " VALOR " CC-IMPORTE
                      " NO ES UN BILLETE NI MONEDA, SIN DESGLOSE"
              ADD IMPORTE-PARTIDA TO SUELTOS-CAJA
           ELSE
              ADD CC-CANTIDAD TO DENOM-CANTIDAD (DENOM-HALLADA)
           END-IF.
           MOVE CC-IMPORTE TO LCD-VALOR.
           MOVE CC-CANTIDAD TO LCD-CANTIDAD.
           MOVE IMPORTE-PARTIDA TO LCD-IMPORTE.
           MOVE TOTAL-CAJA TO LCD-SALDO.
           WRITE CINTA-RECORD FROM LINEA-CINTA-DENOM.

       ESCRIBIR-DESGLOSE-CINTA.
           IF DENOM-CANTIDAD (SUB-DENOM) > 0
              MOVE DENOM-VALOR (SUB-DENOM) TO LCD-VALOR
              MOVE DENOM-CANTIDAD (SUB-DENOM) TO LCD-CANTIDAD
              COMPUTE IMPORTE-PARTIDA = DENOM-VALOR (SUB-DENOM)
                                      * DENOM-CANTIDAD (SUB-DENOM)
              MOVE IMPORTE-PARTIDA TO LCD-IMPORTE
              MOVE SPACES TO LCD-SIN-SALDO
              WRITE CINTA-RECORD FROM LINEA-CINTA-DENOM
           END-IF.

       CARGAR-FONDOS.
           MOVE 0 TO TOTAL-FONDOS.
           MOVE "NO " TO FIN-DE-FONDOS.
           OPEN INPUT FONDO-FILE.
           PERFORM LEER-FONDO UNTIL HAY-FIN-DE-FONDOS.
           CLOSE FONDO-FILE.

       LEER-FONDO.
           READ FONDO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-FONDOS
               NOT AT END
                   IF TOTAL-FONDOS < 10
                      ADD 1 TO TOTAL-FONDOS
                      MOVE FC-CAJA TO TF-CAJA (TOTAL-FONDOS)
                      MOVE FC-FIJO TO TF-FIJO (TOTAL-FONDOS)
                      IF FC-ARRASTRE IS NUMERIC
                         MOVE FC-ARRASTRE TO TF-ARRASTRE (TOTAL-FONDOS)
                      ELSE
                         MOVE FC-FIJO TO TF-ARRASTRE (TOTAL-FONDOS)
                      END-IF
                   ELSE
                      DISPLAY "AVISO: LIMITE DE 10 FONDOS, LA CAJA "
                              FC-CAJA " SE CIERRA SIN FONDO"
                   END-IF
           END-READ.

       BUSCAR-FONDO-CAJA.
      * A till not in FONDO_CAJAS.DAT keeps no float and opens with
      * none, as before there were floats; it is added to the file
      * so one can be set for it.
           MOVE 0 TO FONDO-HALLADO.
           PERFORM VARYING SUB-FONDO FROM 1 BY 1
                   UNTIL SUB-FONDO > TOTAL-FONDOS
              IF TF-CAJA (SUB-FONDO) = CAJA-ACTUAL
                 MOVE SUB-FONDO TO FONDO-HALLADO
              END-IF
           END-PERFORM.
           IF FONDO-HALLADO = 0 AND TOTAL-FONDOS < 10
              ADD 1 TO TOTAL-FONDOS
              MOVE TOTAL-FONDOS TO FONDO-HALLADO
              MOVE CAJA-ACTUAL TO TF-CAJA (FONDO-HALLADO)
              MOVE 0 TO TF-FIJO (FONDO-HALLADO)
              MOVE 0 TO TF-ARRASTRE (FONDO-HALLADO)
           END-IF.
           IF FONDO-HALLADO = 0
              MOVE 0 TO FONDO-FIJO FONDO-INICIAL
           ELSE
              MOVE TF-FIJO (FONDO-HALLADO) TO FONDO-FIJO
              MOVE TF-ARRASTRE (FONDO-HALLADO) TO FONDO-INICIAL
           END-IF.

       CALCULAR-DEPOSITO.
      * Everything over the fixed float goes to the bank: the plain
      * amounts first, then the largest notes down. What the notes
      * and coins on hand cannot make up exactly stays in the till
      * and is part of tomorrow's opening float.
           MOVE 0 TO OBJETIVO-DEPOSITO SUELTOS-DEPOSITO.
           IF TOTAL-CAJA > FONDO-FIJO
              COMPUTE OBJETIVO-DEPOSITO = TOTAL-CAJA - FONDO-FIJO
           END-IF.
           MOVE OBJETIVO-DEPOSITO TO RESTO-DEPOSITO.
           IF SUELTOS-CAJA > RESTO-DEPOSITO
              MOVE RESTO-DEPOSITO TO SUELTOS-DEPOSITO
           ELSE
              MOVE SUELTOS-CAJA TO SUELTOS-DEPOSITO
           END-IF.
           SUBTRACT SUELTOS-DEPOSITO FROM RESTO-DEPOSITO.
           PERFORM DEPOSITAR-DENOMINACION
                   VARYING SUB-DENOM FROM 1 BY 1
                   UNTIL SUB-DENOM > TOTAL-DENOMINACIONES.
           COMPUTE DEPOSITO-CAJA = OBJETIVO-DEPOSITO - RESTO-DEPOSITO.
           COMPUTE FONDO-QUEDA = TOTAL-CAJA - DEPOSITO-CAJA.
           IF FONDO-HALLADO > 0
              MOVE FONDO-QUEDA TO TF-ARRASTRE (FONDO-HALLADO)
           END-IF.

       DEPOSITAR-DENOMINACION.
           COMPUTE CANTIDAD-DEPOSITO =
                   RESTO-DEPOSITO / DENOM-VALOR (SUB-DENOM).
           IF CANTIDAD-DEPOSITO > DENOM-CANTIDAD (SUB-DENOM)
              MOVE DENOM-CANTIDAD (SUB-DENOM) TO CANTIDAD-DEPOSITO
           END-IF.
           MOVE CANTIDAD-DEPOSITO TO DENOM-DEPOSITO (SUB-DENOM).
           COMPUTE RESTO-DEPOSITO = RESTO-DEPOSITO
                   - CANTIDAD-DEPOSITO * DENOM-VALOR (SUB-DENOM).

       ESCRIBIR-BOLETA-DEPOSITO.
           MOVE SPACES TO DEPOSITO-RECORD.
           STRING "BOLETA DE INGRESO  CAJA " CAJA-ACTUAL
                  "  FECHA " FECHA-HOY DELIMITED BY SIZE
                  INTO DEPOSITO-RECORD.
           WRITE DEPOSITO-RECORD.
           PERFORM ESCRIBIR-LINEA-BOLETA
                   VARYING SUB-DENOM FROM 1 BY 1
                   UNTIL SUB-DENOM > TOTAL-DENOMINACIONES.
           IF SUELTOS-DEPOSITO > 0
              MOVE "  SIN DESGLOSE" TO LDT-ETIQUETA
              MOVE SUELTOS-DEPOSITO TO LDT-IMPORTE
              WRITE DEPOSITO-RECORD FROM LINEA-DEPOSITO-TOTAL
           END-IF.
           MOVE "  TOTAL INGRESO" TO LDT-ETIQUETA.
           MOVE DEPOSITO-CAJA TO LDT-IMPORTE.
           WRITE DEPOSITO-RECORD FROM LINEA-DEPOSITO-TOTAL.
           MOVE "  FONDO QUE QUEDA EN CAJA" TO LDT-ETIQUETA.
           MOVE FONDO-QUEDA TO LDT-IMPORTE.
           WRITE DEPOSITO-RECORD FROM LINEA-DEPOSITO-TOTAL.
           MOVE SPACES TO DEPOSITO-RECORD.
           WRITE DEPOSITO-RECORD.

       ESCRIBIR-LINEA-BOLETA.
           IF DENOM-DEPOSITO (SUB-DENOM) > 0
              IF DENOM-VALOR (SUB-DENOM) < 5
                 MOVE "  MONEDA" TO LD-TIPO
              ELSE
                 MOVE "  BILLETE" TO LD-TIPO
              END-IF
              MOVE DENOM-VALOR (SUB-DENOM) TO LD-VALOR
              MOVE DENOM-DEPOSITO (SUB-DENOM) TO LD-CANTIDAD
              COMPUTE LD-IMPORTE = DENOM-VALOR (SUB-DENOM)
                                 * DENOM-DEPOSITO (SUB-DENOM)
              WRITE DEPOSITO-RECORD FROM LINEA-DEPOSITO
           END-IF.

       GUARDAR-FONDOS.
      * Written back whole, tills not closed today unchanged.
           OPEN OUTPUT FONDO-FILE.
           PERFORM VARYING SUB-FONDO FROM 1 BY 1
                   UNTIL SUB-FONDO > TOTAL-FONDOS
              MOVE TF-CAJA (SUB-FONDO) TO FC-CAJA
              MOVE TF-FIJO (SUB-FONDO) TO FC-FIJO
              MOVE TF-ARRASTRE (SUB-FONDO) TO FC-ARRASTRE
              WRITE FONDO-RECORD
           END-PERFORM.
           CLOSE FONDO-FILE.

       END PROGRAM YOUR-PROGRAM-NAME.
