*>             CALCREP.cbl already parses, with the VAT rate in
*>             force in the NUM2 column of the I+/I- lines -- so one
*>             usage summary covers both calculators.
*> 2026-10-15  Receipt mode for the billing desk: TK keys the lines
*>             (description, quantity, price, VAT rate) of a receipt
*>             numbered without gaps from REGISTRO_TICKETS.DAT and
*>             prints it to TICKETS.TXT with base and VAT per rate;
*>             AN voids one of the day's receipts; Z prints the
*>             day's Z-report (INFORME_Z.TXT: totals per rate, voided
*>             receipts, first and last number) and leaves the day's
*>             total in ESPERADO_CAJA.DAT as SUMAR5's expected figure.
*>             The operation is now asked before the numbers, which
*>             the receipt keys do not use.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 SELECT LOG-FILE ASSIGN TO "CALCULADORA.LOG"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS LOG-STATUS.
 SELECT TICKETS-FILE ASSIGN TO "TICKETS.TXT"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS TICKETS-STATUS.
 SELECT OPTIONAL REGISTRO-FILE ASSIGN TO "REGISTRO_TICKETS.DAT"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS REGISTRO-STATUS.
 SELECT INFORME-Z-FILE ASSIGN TO "INFORME_Z.TXT"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS INFORME-Z-STATUS.
 SELECT ESPERADO-FILE ASSIGN TO "ESPERADO_CAJA.DAT"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS ESPERADO-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD LOG-FILE.
 01 LOG-RECORD PIC X(80).
 FD TICKETS-FILE.
 01 TICKETS-RECORD PIC X(60).
*> One line per VAT rate of each receipt issued, and one line per
*> receipt voided. The lines of a receipt are written after its
*> print, so a number is only taken once the receipt exists.
 FD REGISTRO-FILE.
 01 REGISTRO-RECORD.
 05 RT-FECHA PIC 9(8).
 05 RT-NUMERO PIC 9(6).
 05 RT-ESTADO PIC X.
 05 RT-TASA PIC 9(2)V9(2).
 05 RT-BASE PIC 9(8)V9(2).
 05 RT-CUOTA PIC 9(8)V9(2).
 FD INFORME-Z-FILE.
 01 INFORME-Z-RECORD PIC X(60).
*> The day's takings per till, in the layout SUMAR5 reads at till
*> close as the expected figure.
 FD ESPERADO-FILE.
 01 ESPERADO-RECORD.
 05 EC-FECHA PIC 9(8).
 05 EC-CAJA PIC X(2).
 05 EC-TOTAL PIC 9(8)V9(2).
 WORKING-STORAGE SECTION.
 01 NUM1 PIC S9(4)V9(2) SIGN IS LEADING SEPARATE VALUE 0.
 01 NUM2 PIC S9(4)V9(2) SIGN IS LEADING SEPARATE VALUE 0.
 05 LL-FECHA PIC 9(8).
 05 FILLER PIC X VALUE SPACE.
 05 LL-ANS PIC X(6).
*> Receipt mode.
 01 MODO-TICKET PIC X VALUE 'N'.
 01 TICKETS-STATUS PIC X(2).
 01 REGISTRO-STATUS PIC X(2).
 01 INFORME-Z-STATUS PIC X(2).
 01 ESPERADO-STATUS PIC X(2).
 01 FIN-REGISTRO PIC X VALUE 'N'.
 01 NUMERO-TICKET PIC 9(6) VALUE 0.
 01 ULTIMO-NUMERO PIC 9(6) VALUE 0.
 01 NUMERO-ANTERIOR PIC 9(6) VALUE 0.
 01 ENTRADA PIC X(20).
 01 DESCRIPCION PIC X(20).
 01 CANTIDAD PIC 9(4)V9(2).
 01 PRECIO PIC 9(5)V9(2).
 01 TASA-LINEA PIC 9(2)V9(2).
 01 LINEA-VALIDA PIC X.
 01 SEGUIR-LINEAS PIC X.
 01 LINEAS-TICKET PIC 9(2) VALUE 0.
 01 MAX-LINEAS PIC 9(2) VALUE 30.
 01 TABLA-LINEAS.
 05 LINEA-TICKET OCCURS 30 TIMES.
 10 LT-DESCRIPCION PIC X(20).
 10 LT-CANTIDAD PIC 9(4)V9(2).
 10 LT-PRECIO PIC 9(5)V9(2).
 10 LT-TASA PIC 9(2)V9(2).
 10 LT-IMPORTE PIC 9(8)V9(2).
*> Base and VAT per rate -- of one receipt while issuing it, of the
*> whole day in the Z-report.
 01 TASAS-USADAS PIC 9(2) VALUE 0.
 01 TABLA-TASAS.
 05 TASA-TICKET OCCURS 10 TIMES.
 10 TT-TASA PIC 9(2)V9(2).
 10 TT-BASE PIC 9(9)V9(2).
 10 TT-CUOTA PIC 9(9)V9(2).
 01 SUB-LINEA PIC 9(2).
 01 SUB-TASA PIC 9(2).
 01 SUB-LINEA-TASA PIC 9(2).
 01 TOTAL-TICKET PIC 9(9)V9(2).
 01 TOTAL-DIA PIC 9(9)V9(2).
 01 TOTAL-ANULADO PIC 9(9)V9(2).
 01 IMPORTE-LINEA PIC 9(9)V9(2).
 01 CAJA-Z PIC X(2).
 01 IMPORTE-EDITADO PIC Z(8)9.99.
 01 EXISTE-TICKET PIC X.
 01 YA-ANULADO PIC X.
*> The day's receipts, numbers as issued and the voids found.
 01 TICKETS-DIA PIC 9(4) VALUE 0.
 01 PRIMER-NUMERO PIC 9(6) VALUE 0.
 01 NUMEROS-FALTAN PIC 9(6) VALUE 0.
 01 ANULADOS-DIA PIC 9(3) VALUE 0.
 01 TABLA-ANULADOS.
 05 ANULADO OCCURS 200 TIMES.
 10 AN-NUMERO PIC 9(6).
 10 AN-IMPORTE PIC 9(9)V9(2).
 01 SUB-ANULADO PIC 9(3).
 01 ES-ANULADO PIC X.
 01 LINEA-TICKET-CAB.
 05 FILLER PIC X(7) VALUE "TICKET ".
 05 LTC-NUMERO PIC 9(6).
 05 FILLER PIC X(9) VALUE "   FECHA ".
 05 LTC-FECHA PIC 9(8).
 01 LINEA-TICKET-DET.
 05 LTD-DESCRIPCION PIC X(20).
 05 LTD-CANTIDAD PIC ZZZ9.99.
 05 FILLER PIC X VALUE SPACE.
 05 LTD-PRECIO PIC ZZZZ9.99.
 05 FILLER PIC X VALUE SPACE.
 05 LTD-TASA PIC Z9.99.
 05 FILLER PIC X VALUE "%".
 05 LTD-IMPORTE PIC Z(7)9.99.
 01 LINEA-TASA.
 05 LTT-ETIQUETA PIC X(8).
 05 LTT-TASA PIC Z9.99.
 05 FILLER PIC X(7) VALUE "% BASE ".
 05 LTT-BASE PIC Z(8)9.99.
 05 FILLER PIC X(5) VALUE " IVA ".
 05 LTT-CUOTA PIC Z(8)9.99.
 01 LINEA-TOTAL.
 05 LTO-ETIQUETA PIC X(30).
 05 LTO-IMPORTE PIC Z(8)9.99.
 01 LINEA-Z-NUMEROS.
 05 FILLER PIC X(9) VALUE "TICKETS: ".
 05 LZN-TICKETS PIC ZZZ9.
 05 FILLER PIC X(11) VALUE "  PRIMERO: ".
 05 LZN-PRIMERO PIC 9(6).
 05 FILLER PIC X(10) VALUE "  ULTIMO: ".
 05 LZN-ULTIMO PIC 9(6).
 01 LINEA-Z-ANULADO.
 05 FILLER PIC X(15) VALUE "ANULADO TICKET ".
 05 LZA-NUMERO PIC 9(6).
 05 FILLER PIC X(9) VALUE "  TOTAL  ".
 05 LZA-IMPORTE PIC Z(8)9.99.
 PROCEDURE DIVISION.
 PERFORM ABRIR-LOG.
 PERFORM CALCULAR UNTIL SEGUIR = 'N'.
 END-IF.
 EXIT.
 CALCULAR.
 DISPLAY "Operación (+, -, *, /, %+, %-, I+, I-, IC, M+, MR, MC,".
 DISPLAY "           TK ticket, AN anular ticket, Z informe Z): ".
 ACCEPT OPERACION.
 MOVE 'N' TO CON-TASA.
 MOVE SPACES TO OPERADOR-LOG.
 MOVE 'N' TO MODO-TICKET.
 IF OPERACION = 'TK' OR OPERACION = 'AN' OR OPERACION = 'Z '
 MOVE 'S' TO MODO-TICKET
 ELSE
 DISPLAY "Ingrese el primer número: "
 ACCEPT NUM1
 DISPLAY "Ingrese el segundo número: "
 ACCEPT NUM2
 END-IF.
 EVALUATE OPERACION
 WHEN '+'
 PERFORM SUMAR
 PERFORM MEMORIA-RECORDAR
 WHEN 'MC'
 PERFORM MEMORIA-BORRAR
 WHEN 'TK'
 PERFORM TICKET-EMITIR
 WHEN 'AN'
 PERFORM TICKET-ANULAR
 WHEN 'Z '
 PERFORM INFORME-Z
 WHEN OTHER
 DISPLAY "Operación no válida"
 MOVE SPACES TO OPERADOR-LOG
 IF OPERADOR-LOG NOT = SPACES
 PERFORM ESCRIBIR-LOG
 END-IF.
 IF MODO-TICKET = 'S'
 CONTINUE
 ELSE
 IF CON-TASA = 'S'
 DISPLAY "El resultado es: " RESULTADO " (tasa " TASA-USADA "%)"
 ELSE
 DISPLAY "El resultado es: " RESULTADO
 END-IF
 END-IF.
 DISPLAY "¿Desea continuar? (S/N): ".
 ACCEPT SEGUIR.
 MOVE 0 TO MEMORIA.
 MOVE "MEM-BORRA" TO OPERADOR-LOG.
 EXIT.
 TICKET-EMITIR.
*> The lines are kept until the receipt is closed; an empty receipt
*> takes no number. The number is the highest one registered plus
*> one, and the register lines go last, so the sequence has no
*> gaps however a session ends.
 MOVE 0 TO LINEAS-TICKET.
 MOVE 'S' TO SEGUIR-LINEAS.
 PERFORM TICKET-PEDIR-LINEA UNTIL SEGUIR-LINEAS = 'N'.
 IF LINEAS-TICKET = 0
 DISPLAY "Ticket sin líneas, no se numera."
 ELSE
 PERFORM TICKET-BUSCAR-ULTIMO
 COMPUTE NUMERO-TICKET = ULTIMO-NUMERO + 1
 ACCEPT FECHA-HOY FROM DATE YYYYMMDD
 MOVE 0 TO TASAS-USADAS
 MOVE 0 TO TOTAL-TICKET
 PERFORM TICKET-ACUMULAR-LINEA
 VARYING SUB-LINEA FROM 1 BY 1
 UNTIL SUB-LINEA > LINEAS-TICKET
 PERFORM TICKET-IMPRIMIR
 PERFORM TICKET-REGISTRAR
 MOVE TOTAL-TICKET TO IMPORTE-EDITADO
 DISPLAY "Ticket " NUMERO-TICKET " total: " IMPORTE-EDITADO
 MOVE "TICKET" TO OPERADOR-LOG
 MOVE LINEAS-TICKET TO LL-NUM1
 MOVE TOTAL-TICKET TO LL-RESULTADO
 PERFORM ESCRIBIR-LOG-TICKET
 END-IF.
 EXIT.
 TICKET-PEDIR-LINEA.
*> A blank description closes the receipt. A blank rate takes the
*> default one (IC).
 DISPLAY "Descripción (en blanco = cerrar ticket): ".
 ACCEPT DESCRIPCION.
 IF DESCRIPCION = SPACES
 MOVE 'N' TO SEGUIR-LINEAS
 ELSE
 MOVE 'S' TO LINEA-VALIDA
 MOVE 0 TO CANTIDAD
 MOVE 0 TO PRECIO
 DISPLAY "Cantidad: "
 ACCEPT ENTRADA
 IF FUNCTION TEST-NUMVAL (ENTRADA) NOT = 0
 MOVE 'N' TO LINEA-VALIDA
 ELSE
 COMPUTE CANTIDAD = FUNCTION NUMVAL (ENTRADA)
 END-IF
 DISPLAY "Precio: "
 ACCEPT ENTRADA
 IF FUNCTION TEST-NUMVAL (ENTRADA) NOT = 0
 MOVE 'N' TO LINEA-VALIDA
 ELSE
 COMPUTE PRECIO = FUNCTION NUMVAL (ENTRADA)
 END-IF
 DISPLAY "Tasa IVA (en blanco = " TASA-IVA "%): "
 ACCEPT ENTRADA
 IF ENTRADA = SPACES
 MOVE TASA-IVA TO TASA-LINEA
 ELSE
 IF FUNCTION TEST-NUMVAL (ENTRADA) NOT = 0
 MOVE 'N' TO LINEA-VALIDA
 ELSE
 COMPUTE TASA-LINEA = FUNCTION NUMVAL (ENTRADA)
 END-IF
 END-IF
 IF LINEA-VALIDA = 'N' OR CANTIDAD = 0
 DISPLAY "Línea no válida, no se añade."
 ELSE
 ADD 1 TO LINEAS-TICKET
 MOVE DESCRIPCION TO LT-DESCRIPCION (LINEAS-TICKET)
 MOVE CANTIDAD TO LT-CANTIDAD (LINEAS-TICKET)
 MOVE PRECIO TO LT-PRECIO (LINEAS-TICKET)
 MOVE TASA-LINEA TO LT-TASA (LINEAS-TICKET)
 COMPUTE LT-IMPORTE (LINEAS-TICKET) ROUNDED =
 CANTIDAD * PRECIO
 IF LINEAS-TICKET = MAX-LINEAS
 DISPLAY "Ticket lleno (" MAX-LINEAS " líneas), se cierra."
 MOVE 'N' TO SEGUIR-LINEAS
 END-IF
 END-IF
 END-IF.
 EXIT.
 TICKET-BUSCAR-ULTIMO.
 MOVE 0 TO ULTIMO-NUMERO.
 MOVE 'N' TO FIN-REGISTRO.
 OPEN INPUT REGISTRO-FILE.
 PERFORM TICKET-LEER-ULTIMO UNTIL FIN-REGISTRO = 'S'.
 CLOSE REGISTRO-FILE.
 EXIT.
 TICKET-LEER-ULTIMO.
 READ REGISTRO-FILE
 AT END
 MOVE 'S' TO FIN-REGISTRO
 NOT AT END
 IF RT-NUMERO > ULTIMO-NUMERO
 MOVE RT-NUMERO TO ULTIMO-NUMERO
 END-IF
 END-READ.
 EXIT.
 TICKET-ACUMULAR-LINEA.
 MOVE LT-TASA (SUB-LINEA) TO TASA-LINEA.
 PERFORM BUSCAR-TASA.
 IF SUB-TASA > 0
 ADD LT-IMPORTE (SUB-LINEA) TO TT-BASE (SUB-TASA)
 END-IF.
 EXIT.
 BUSCAR-TASA.
*> The slot for TASA-LINEA in TABLA-TASAS, opened if new; SUB-TASA
*> is left at 0 when all ten are taken.
 MOVE 0 TO SUB-TASA.
 PERFORM VARYING SUB-LINEA-TASA FROM 1 BY 1
 UNTIL SUB-LINEA-TASA > TASAS-USADAS OR SUB-TASA > 0
 IF TT-TASA (SUB-LINEA-TASA) = TASA-LINEA
 MOVE SUB-LINEA-TASA TO SUB-TASA
 END-IF
 END-PERFORM.
 IF SUB-TASA = 0
 IF TASAS-USADAS < 10
 ADD 1 TO TASAS-USADAS
 MOVE TASAS-USADAS TO SUB-TASA
 MOVE TASA-LINEA TO TT-TASA (SUB-TASA)
 MOVE 0 TO TT-BASE (SUB-TASA)
 MOVE 0 TO TT-CUOTA (SUB-TASA)
 ELSE
 DISPLAY "Más de 10 tasas de IVA, " TASA-LINEA "% no se suma."
 END-IF
 END-IF.
 EXIT.
 TICKET-IMPRIMIR.
*> VAT is worked out once per rate on the rate's base, as the
*> receipt shows it.
 OPEN EXTEND TICKETS-FILE.
 IF TICKETS-STATUS = "35"
 OPEN OUTPUT TICKETS-FILE
 CLOSE TICKETS-FILE
 OPEN EXTEND TICKETS-FILE
 END-IF.
 MOVE NUMERO-TICKET TO LTC-NUMERO.
 MOVE FECHA-HOY TO LTC-FECHA.
 WRITE TICKETS-RECORD FROM LINEA-TICKET-CAB.
 PERFORM TICKET-IMPRIMIR-LINEA
 VARYING SUB-LINEA FROM 1 BY 1
 UNTIL SUB-LINEA > LINEAS-TICKET.
 PERFORM TICKET-IMPRIMIR-TASA
 VARYING SUB-TASA FROM 1 BY 1
 UNTIL SUB-TASA > TASAS-USADAS.
 MOVE "TOTAL" TO LTO-ETIQUETA.
 MOVE TOTAL-TICKET TO LTO-IMPORTE.
 WRITE TICKETS-RECORD FROM LINEA-TOTAL.
 MOVE SPACES TO TICKETS-RECORD.
 WRITE TICKETS-RECORD.
 CLOSE TICKETS-FILE.
 EXIT.
 TICKET-IMPRIMIR-LINEA.
 MOVE LT-DESCRIPCION (SUB-LINEA) TO LTD-DESCRIPCION.
 MOVE LT-CANTIDAD (SUB-LINEA) TO LTD-CANTIDAD.
 MOVE LT-PRECIO (SUB-LINEA) TO LTD-PRECIO.
 MOVE LT-TASA (SUB-LINEA) TO LTD-TASA.
 MOVE LT-IMPORTE (SUB-LINEA) TO LTD-IMPORTE.
 WRITE TICKETS-RECORD FROM LINEA-TICKET-DET.
 EXIT.
 TICKET-IMPRIMIR-TASA.
 COMPUTE TT-CUOTA (SUB-TASA) ROUNDED =
 TT-BASE (SUB-TASA) * TT-TASA (SUB-TASA) / 100.
 COMPUTE TOTAL-TICKET = TOTAL-TICKET + TT-BASE (SUB-TASA)
 + TT-CUOTA (SUB-TASA).
 MOVE "IVA" TO LTT-ETIQUETA.
 MOVE TT-TASA (SUB-TASA) TO LTT-TASA.
 MOVE TT-BASE (SUB-TASA) TO LTT-BASE.
 MOVE TT-CUOTA (SUB-TASA) TO LTT-CUOTA.
 WRITE TICKETS-RECORD FROM LINEA-TASA.
 EXIT.
 TICKET-REGISTRAR.
 PERFORM ABRIR-REGISTRO.
 PERFORM TICKET-REGISTRAR-TASA
 VARYING SUB-TASA FROM 1 BY 1
 UNTIL SUB-TASA > TASAS-USADAS.
 CLOSE REGISTRO-FILE.
 EXIT.
 TICKET-REGISTRAR-TASA.
 MOVE FECHA-HOY TO RT-FECHA.
 MOVE NUMERO-TICKET TO RT-NUMERO.
 MOVE 'E' TO RT-ESTADO.
 MOVE TT-TASA (SUB-TASA) TO RT-TASA.
 MOVE TT-BASE (SUB-TASA) TO RT-BASE.
 MOVE TT-CUOTA (SUB-TASA) TO RT-CUOTA.
 WRITE REGISTRO-RECORD.
 EXIT.
 ABRIR-REGISTRO.
 OPEN EXTEND REGISTRO-FILE.
 IF REGISTRO-STATUS = "35"
 OPEN OUTPUT REGISTRO-FILE
 CLOSE REGISTRO-FILE
 OPEN EXTEND REGISTRO-FILE
 END-IF.
 EXIT.
 TICKET-ANULAR.
*> Only a receipt issued today and not voided yet. The number stays
*> in the sequence; the Z-report lists it apart from the takings.
 DISPLAY "Número de ticket a anular: ".
 ACCEPT ENTRADA.
 MOVE 0 TO NUMERO-TICKET.
 IF FUNCTION TEST-NUMVAL (ENTRADA) = 0
 COMPUTE NUMERO-TICKET = FUNCTION NUMVAL (ENTRADA)
 END-IF.
 ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
 MOVE 'N' TO EXISTE-TICKET.
 MOVE 'N' TO YA-ANULADO.
 MOVE 0 TO TOTAL-TICKET.
 MOVE 'N' TO FIN-REGISTRO.
 OPEN INPUT REGISTRO-FILE.
 PERFORM TICKET-LEER-ANULAR UNTIL FIN-REGISTRO = 'S'.
 CLOSE REGISTRO-FILE.
 MOVE 0 TO LL-NUM1.
 MOVE TOTAL-TICKET TO LL-RESULTADO.
 IF EXISTE-TICKET = 'N'
 DISPLAY "Ticket " NUMERO-TICKET " no emitido hoy."
 MOVE "ERROR-TICKET" TO OPERADOR-LOG
 ELSE
 IF YA-ANULADO = 'S'
 DISPLAY "Ticket " NUMERO-TICKET " ya anulado."
 MOVE "ERROR-TICKET" TO OPERADOR-LOG
 ELSE
 PERFORM ABRIR-REGISTRO
 MOVE FECHA-HOY TO RT-FECHA
 MOVE NUMERO-TICKET TO RT-NUMERO
 MOVE 'A' TO RT-ESTADO
 MOVE 0 TO RT-TASA
 MOVE 0 TO RT-BASE
 MOVE 0 TO RT-CUOTA
 WRITE REGISTRO-RECORD
 CLOSE REGISTRO-FILE
 MOVE TOTAL-TICKET TO IMPORTE-EDITADO
 DISPLAY "Ticket " NUMERO-TICKET " anulado, total "
 IMPORTE-EDITADO
 MOVE "ANULA-TICKET" TO OPERADOR-LOG
 END-IF
 END-IF.
 PERFORM ESCRIBIR-LOG-TICKET.
 EXIT.
 TICKET-LEER-ANULAR.
 READ REGISTRO-FILE
 AT END
 MOVE 'S' TO FIN-REGISTRO
 NOT AT END
 IF RT-NUMERO = NUMERO-TICKET
 IF RT-ESTADO = 'A'
 MOVE 'S' TO YA-ANULADO
 ELSE
 IF RT-FECHA = FECHA-HOY
 MOVE 'S' TO EXISTE-TICKET
 COMPUTE TOTAL-TICKET = TOTAL-TICKET + RT-BASE
 + RT-CUOTA
 END-IF
 END-IF
 END-IF
 END-READ.
 EXIT.
 INFORME-Z.
*> The day's close of the receipt register. A first pass collects
*> the voids so the second can keep them out of the takings; the
*> first and last numbers against the count show a missing one.
 DISPLAY "Caja (2 caracteres) para el total esperado: ".
 ACCEPT CAJA-Z.
 ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
 MOVE 0 TO ANULADOS-DIA.
 MOVE 'N' TO FIN-REGISTRO.
 OPEN INPUT REGISTRO-FILE.
 PERFORM INFORME-Z-LEER-ANULADO UNTIL FIN-REGISTRO = 'S'.
 CLOSE REGISTRO-FILE.
 MOVE 0 TO TASAS-USADAS.
 MOVE 0 TO TICKETS-DIA.
 MOVE 0 TO PRIMER-NUMERO.
 MOVE 0 TO ULTIMO-NUMERO.
 MOVE 0 TO NUMERO-ANTERIOR.
 MOVE 0 TO TOTAL-DIA.
 MOVE 0 TO TOTAL-ANULADO.
 MOVE 'N' TO FIN-REGISTRO.
 OPEN INPUT REGISTRO-FILE.
 PERFORM INFORME-Z-LEER-EMITIDO UNTIL FIN-REGISTRO = 'S'.
 CLOSE REGISTRO-FILE.
 OPEN OUTPUT INFORME-Z-FILE.
 MOVE SPACES TO INFORME-Z-RECORD.
 STRING "INFORME Z  FECHA " FECHA-HOY "  CAJA " CAJA-Z
 DELIMITED BY SIZE INTO INFORME-Z-RECORD.
 WRITE INFORME-Z-RECORD.
 MOVE TICKETS-DIA TO LZN-TICKETS.
 MOVE PRIMER-NUMERO TO LZN-PRIMERO.
 MOVE ULTIMO-NUMERO TO LZN-ULTIMO.
 WRITE INFORME-Z-RECORD FROM LINEA-Z-NUMEROS.
 MOVE 0 TO NUMEROS-FALTAN.
 IF TICKETS-DIA > 0
 COMPUTE NUMEROS-FALTAN = ULTIMO-NUMERO - PRIMER-NUMERO + 1
 - TICKETS-DIA
 END-IF.
 IF NUMEROS-FALTAN > 0
 MOVE SPACES TO INFORME-Z-RECORD
 STRING "AVISO: FALTAN " NUMEROS-FALTAN
 " NUMEROS ENTRE EL PRIMERO Y EL ULTIMO"
 DELIMITED BY SIZE INTO INFORME-Z-RECORD
 WRITE INFORME-Z-RECORD
 DISPLAY "AVISO: faltan " NUMEROS-FALTAN " tickets en la serie."
 END-IF.
 PERFORM INFORME-Z-TASA
 VARYING SUB-TASA FROM 1 BY 1
 UNTIL SUB-TASA > TASAS-USADAS.
 MOVE "TOTAL DEL DIA (SIN ANULADOS)" TO LTO-ETIQUETA.
 MOVE TOTAL-DIA TO LTO-IMPORTE.
 WRITE INFORME-Z-RECORD FROM LINEA-TOTAL.
 PERFORM INFORME-Z-ANULADO
 VARYING SUB-ANULADO FROM 1 BY 1
 UNTIL SUB-ANULADO > ANULADOS-DIA.
 MOVE "TOTAL ANULADO" TO LTO-ETIQUETA.
 MOVE TOTAL-ANULADO TO LTO-IMPORTE.
 WRITE INFORME-Z-RECORD FROM LINEA-TOTAL.
 CLOSE INFORME-Z-FILE.
 OPEN EXTEND ESPERADO-FILE.
 IF ESPERADO-STATUS = "35"
 OPEN OUTPUT ESPERADO-FILE
 CLOSE ESPERADO-FILE
 OPEN EXTEND ESPERADO-FILE
 END-IF.
 MOVE FECHA-HOY TO EC-FECHA.
 MOVE CAJA-Z TO EC-CAJA.
 MOVE TOTAL-DIA TO EC-TOTAL.
 WRITE ESPERADO-RECORD.
 CLOSE ESPERADO-FILE.
 MOVE TOTAL-DIA TO IMPORTE-EDITADO.
 DISPLAY "Informe Z en INFORME_Z.TXT, tickets " TICKETS-DIA
 " total " IMPORTE-EDITADO.
 MOVE "INFORME-Z" TO OPERADOR-LOG.
 MOVE TICKETS-DIA TO LL-NUM1.
 MOVE TOTAL-DIA TO LL-RESULTADO.
 PERFORM ESCRIBIR-LOG-TICKET.
 EXIT.
 INFORME-Z-LEER-ANULADO.
 READ REGISTRO-FILE
 AT END
 MOVE 'S' TO FIN-REGISTRO
 NOT AT END
 IF RT-ESTADO = 'A' AND RT-FECHA = FECHA-HOY
 IF ANULADOS-DIA < 200
 ADD 1 TO ANULADOS-DIA
 MOVE RT-NUMERO TO AN-NUMERO (ANULADOS-DIA)
 MOVE 0 TO AN-IMPORTE (ANULADOS-DIA)
 ELSE
 DISPLAY "AVISO: más de 200 anulados, el ticket "
 RT-NUMERO " se suma como vendido."
 END-IF
 END-IF
 END-READ.
 EXIT.
 INFORME-Z-LEER-EMITIDO.
*> The lines of one receipt are together in the register, so a
*> change of number is a new receipt.
 READ REGISTRO-FILE
 AT END
 MOVE 'S' TO FIN-REGISTRO
 NOT AT END
 IF RT-ESTADO = 'E' AND RT-FECHA = FECHA-HOY
 IF RT-NUMERO NOT = NUMERO-ANTERIOR
 ADD 1 TO TICKETS-DIA
 MOVE RT-NUMERO TO NUMERO-ANTERIOR
 IF PRIMER-NUMERO = 0 OR RT-NUMERO < PRIMER-NUMERO
 MOVE RT-NUMERO TO PRIMER-NUMERO
 END-IF
 IF RT-NUMERO > ULTIMO-NUMERO
 MOVE RT-NUMERO TO ULTIMO-NUMERO
 END-IF
 END-IF
 MOVE 'N' TO ES-ANULADO
 PERFORM VARYING SUB-ANULADO FROM 1 BY 1
 UNTIL SUB-ANULADO > ANULADOS-DIA
 IF AN-NUMERO (SUB-ANULADO) = RT-NUMERO
 MOVE 'S' TO ES-ANULADO
 ADD RT-BASE TO AN-IMPORTE (SUB-ANULADO)
 ADD RT-CUOTA TO AN-IMPORTE (SUB-ANULADO)
 END-IF
 END-PERFORM
 IF ES-ANULADO = 'S'
 COMPUTE TOTAL-ANULADO = TOTAL-ANULADO + RT-BASE
 + RT-CUOTA
 ELSE
 MOVE RT-TASA TO TASA-LINEA
 PERFORM BUSCAR-TASA
 IF SUB-TASA > 0
 ADD RT-BASE TO TT-BASE (SUB-TASA)
 ADD RT-CUOTA TO TT-CUOTA (SUB-TASA)
 END-IF
 COMPUTE TOTAL-DIA = TOTAL-DIA + RT-BASE + RT-CUOTA
 END-IF
 END-IF
 END-READ.
 EXIT.
 INFORME-Z-TASA.
 MOVE "VENTAS" TO LTT-ETIQUETA.
 MOVE TT-TASA (SUB-TASA) TO LTT-TASA.
 MOVE TT-BASE (SUB-TASA) TO LTT-BASE.
 MOVE TT-CUOTA (SUB-TASA) TO LTT-CUOTA.
 WRITE INFORME-Z-RECORD FROM LINEA-TASA.
 EXIT.
 INFORME-Z-ANULADO.
 MOVE AN-NUMERO (SUB-ANULADO) TO LZA-NUMERO.
 MOVE AN-IMPORTE (SUB-ANULADO) TO LZA-IMPORTE.
 WRITE INFORME-Z-RECORD FROM LINEA-Z-ANULADO.
 EXIT.
 ESCRIBIR-LOG-TICKET.
*> The receipt keys' figures do not fit NUM1/RESULTADO, so the
*> caller fills LL-NUM1 (lines or receipts) and LL-RESULTADO
*> (amount) itself; the operator and date columns are the usual
*> ones, which is all CALCREP counts by.
 ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
 MOVE OPERADOR-LOG TO LL-OPERADOR.
 MOVE 0 TO LL-NUM2.
 MOVE FECHA-HOY TO LL-FECHA.
 MOVE SPACES TO LL-ANS.
 WRITE LOG-RECORD FROM LINEA-LOG.
 MOVE SPACES TO OPERADOR-LOG.
 EXIT.
 ESCRIBIR-LOG.
*> Same line shape calculadora.cbl writes; the I+/I- lines carry
*> the rate in force in the NUM2 column so "at what rate" is
