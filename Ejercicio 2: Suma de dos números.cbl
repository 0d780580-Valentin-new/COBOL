 SELECT LOG-FILE ASSIGN TO "SUMA_LOG.LOG"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS LOG-STATUS.
 SELECT OPTIONAL LISTA-FILE ASSIGN TO "SUMA_NUMEROS.DAT"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS LISTA-STATUS.
 SELECT INFORME-FILE ASSIGN TO "SUMA_ESTADISTICA.TXT"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS INFORME-STATUS.
 SELECT CLASIFICADO-FILE ASSIGN TO "SUMA_ORDENADOS.TMP"
 ORGANIZATION IS LINE SEQUENTIAL
 FILE STATUS IS CLASIFICADO-STATUS.
 SELECT ORDENADO-FILE ASSIGN TO "SUMA.SRT".
 DATA DIVISION.
 FILE SECTION.
 FD LOG-FILE.
 01 LOG-RECORD PIC X(80).
*> A list of any length, one value per line, sign and decimals as
*> typed (-12.5, 3, 1200.75).
 FD LISTA-FILE.
 01 LISTA-RECORD PIC X(30).
 FD INFORME-FILE.
 01 INFORME-RECORD PIC X(80).
*> The values in ascending order with the line (or position) each
*> came from, read twice once sorted.
 FD CLASIFICADO-FILE.
 01 CLASIFICADO-RECORD.
 05 CL-VALOR PIC S9(9)V9(2).
 05 CL-LINEA PIC 9(9).
 SD ORDENADO-FILE.
 01 ORDENADO-RECORD.
 05 SR-VALOR PIC S9(9)V9(2).
 05 SR-LINEA PIC 9(9).
 WORKING-STORAGE SECTION.
 01 NUM1 PIC 9(4) VALUE 0.
 01 CANTIDAD PIC 9(2) VALUE 0.
 05 LN-NUMERO PIC Z(3)9.
 05 FILLER PIC X VALUE SPACE.
 05 LN-FECHA PIC 9(8).
*> The statistics over the whole list, from the file or the keyboard.
 01 LISTA-STATUS PIC X(2).
 01 INFORME-STATUS PIC X(2).
 01 CLASIFICADO-STATUS PIC X(2).
 01 MODO-FICHERO PIC X VALUE "N".
 01 FIN-LISTA PIC X VALUE "N".
 01 FIN-CLASIFICADO PIC X VALUE "N".
 01 ENTRADA PIC X(30).
 01 LINEA-LISTA PIC 9(9) VALUE 0.
 01 LINEAS-INVALIDAS PIC 9(9) VALUE 0.
 01 VALORES PIC 9(9) VALUE 0.
 01 VALOR PIC S9(9)V9(2).
 01 SUMA-LISTA PIC S9(15)V9(2) VALUE 0.
 01 MINIMO-LISTA PIC S9(9)V9(2) VALUE 0.
 01 MAXIMO-LISTA PIC S9(9)V9(2) VALUE 0.
 01 MEDIA PIC S9(9)V9(4) VALUE 0.
 01 SUMA-CUADRADOS PIC 9(16)V9(2) VALUE 0.
 01 DESVIACION PIC 9(9)V9(4) VALUE 0.
 01 DESVIACIONES-ATIPICO PIC 9(2)V9(2) VALUE 3.
 01 DISTANCIA PIC 9(9)V9(4).
 01 DIFERENCIA PIC S9(9)V9(4).
 01 VARIANZA PIC 9(16)V9(4).
 01 EDITADO-DESVIACIONES PIC Z9.99.
 01 DESVIACIONES-VALOR PIC 9(5)V9(2).
 01 ATIPICOS PIC 9(9) VALUE 0.
*> Quartiles by linear interpolation between the two values around
*> (n - 1) * p, p = .25, .50 (the median), .75.
 01 FRACCIONES-CUARTIL.
 05 FILLER PIC V9(2) VALUE .25.
 05 FILLER PIC V9(2) VALUE .50.
 05 FILLER PIC V9(2) VALUE .75.
 01 TABLA-FRACCIONES REDEFINES FRACCIONES-CUARTIL.
 05 FRACCION-CUARTIL OCCURS 3 TIMES PIC V9(2).
 01 TABLA-CUARTILES.
 05 CUARTIL OCCURS 3 TIMES.
 10 CU-POSICION PIC 9(9).
 10 CU-RESTO PIC V9(4).
 10 CU-BAJO PIC S9(9)V9(2).
 10 CU-ALTO PIC S9(9)V9(2).
 10 CU-VALOR PIC S9(9)V9(4).
 01 SUB-CUARTIL PIC 9.
 01 POSICION-EXACTA PIC 9(9)V9(4).
*> The mode is the longest run of equal values in sorted order.
 01 VALOR-ANTERIOR PIC S9(9)V9(2).
 01 RACHA PIC 9(9) VALUE 0.
 01 RACHA-MODA PIC 9(9) VALUE 0.
 01 MODA PIC S9(9)V9(2) VALUE 0.
 01 MODAS-EMPATADAS PIC 9(9) VALUE 0.
 01 LEIDOS PIC 9(9) VALUE 0.
*> Frequency bands of equal width between the minimum and maximum.
 01 BANDAS PIC 9(2) VALUE 10.
 01 ANCHO-BANDA PIC 9(9)V9(4) VALUE 0.
 01 SUB-BANDA PIC 9(2).
 01 TABLA-BANDAS.
 05 BANDA-CUENTA OCCURS 20 TIMES PIC 9(9).
 01 DESDE-BANDA PIC S9(9)V9(4).
 01 HASTA-BANDA PIC S9(9)V9(4).
 01 PORCENTAJE-BANDA PIC 9(3)V9(2).
 01 LINEA-INFORME-DATO.
 05 LID-ETIQUETA PIC X(30).
 05 LID-VALOR PIC -(11)9.9(4).
 05 FILLER PIC X(2) VALUE SPACES.
 05 LID-NOTA PIC X(30).
 01 LINEA-INFORME-BANDA.
 05 FILLER PIC X(6) VALUE "DESDE ".
 05 LIB-DESDE PIC -(9)9.9(2).
 05 FILLER PIC X(7) VALUE " HASTA ".
 05 LIB-HASTA PIC -(9)9.9(2).
 05 FILLER PIC X(2) VALUE SPACES.
 05 LIB-CUENTA PIC Z(8)9.
 05 FILLER PIC X(2) VALUE SPACES.
 05 LIB-PORCENTAJE PIC ZZ9.99.
 05 FILLER PIC X VALUE "%".
 01 LINEA-INFORME-ATIPICO.
 05 FILLER PIC X(6) VALUE "LINEA ".
 05 LIA-LINEA PIC Z(8)9.
 05 FILLER PIC X(8) VALUE "  VALOR ".
 05 LIA-VALOR PIC -(9)9.9(2).
 05 FILLER PIC X(2) VALUE SPACES.
 05 LIA-DESVIACIONES PIC ZZZZ9.99.
 05 FILLER PIC X(14) VALUE " DESV. TIPICAS".
*> The file run's summary line keeps the date in columns 11-18 like
*> the keyboard total line (LOGRET archives by it); count and sum
*> follow at full width.
 01 LINEA-LOG-FICHERO.
 05 FILLER PIC X(10) VALUE "FICHERO".
 05 LF-FECHA PIC 9(8).
 05 FILLER PIC X VALUE SPACE.
 05 LF-CANTIDAD PIC Z(8)9.
 05 FILLER PIC X VALUE SPACE.
 05 LF-SUMA PIC -(15)9.9(2).
 05 FILLER PIC X VALUE SPACE.
 05 LF-MEDIA PIC -(9)9.9(4).
 05 FILLER PIC X VALUE SPACE.
 05 LF-DESVIACION PIC Z(8)9.9(4).
 01 EDITADO-VALOR PIC -(15)9.9(2).
 01 EDITADO-MEDIA PIC -(9)9.9(4).
 PROCEDURE DIVISION.
 INICIO.
 PERFORM ABRIR-LOG-FILE.
*> A present, non-empty SUMA_NUMEROS.DAT is a list to check -- read
*> it instead of prompting.
 PERFORM DETECTAR-FICHERO.
 IF MODO-FICHERO = "S"
 PERFORM PROCESAR-FICHERO
 ELSE
 PERFORM PROCESAR-TECLADO
 END-IF.
 CLOSE LOG-FILE.
 STOP RUN.
 PROCESAR-TECLADO.
 PERFORM PEDIR-CANTIDAD.
 PERFORM LEER-NUMERO
 VARYING IDX-NUM FROM 1 BY 1 UNTIL IDX-NUM > CANTIDAD.
 DISPLAY "Minimo: " MINIMO " Maximo: " MAXIMO.
 DISPLAY "Promedio: " PROMEDIO.
 PERFORM ESCRIBIR-LOG.
 PERFORM CALCULAR-ESTADISTICA-LISTA.
 PROCESAR-FICHERO.
 PERFORM CALCULAR-ESTADISTICA-LISTA.
 IF VALORES > 0
 MOVE SUMA-LISTA TO EDITADO-VALOR
 DISPLAY "Valores: " VALORES " La suma es: " EDITADO-VALOR
 MOVE MINIMO-LISTA TO EDITADO-VALOR
 DISPLAY "Minimo: " EDITADO-VALOR
 MOVE MAXIMO-LISTA TO EDITADO-VALOR
 DISPLAY "Maximo: " EDITADO-VALOR
 MOVE MEDIA TO EDITADO-MEDIA
 DISPLAY "Promedio: " EDITADO-MEDIA
 PERFORM ESCRIBIR-LOG-FICHERO
 END-IF.
 DETECTAR-FICHERO.
 OPEN INPUT LISTA-FILE.
 READ LISTA-FILE
 AT END
 CONTINUE
 NOT AT END
 MOVE "S" TO MODO-FICHERO
 END-READ.
 CLOSE LISTA-FILE.
 ABRIR-LOG-FILE.
*> Create it on the first run ever, then just keep extending it.
 OPEN EXTEND LOG-FILE.
 MOVE NUMERO (IDX-NUM) TO LN-NUMERO.
 MOVE FECHA-HOY TO LN-FECHA.
 WRITE LOG-RECORD FROM LINEA-LOG-NUMERO.
 PEDIR-PARAMETROS-ESTADISTICA.
 DISPLAY "Bandas de frecuencia (1-20, en blanco = 10): ".
 ACCEPT ENTRADA.
 MOVE 10 TO BANDAS.
 IF ENTRADA NOT = SPACES AND FUNCTION TEST-NUMVAL (ENTRADA) = 0
 IF FUNCTION NUMVAL (ENTRADA) >= 1 AND FUNCTION NUMVAL (ENTRADA) <= 20
 COMPUTE BANDAS = FUNCTION NUMVAL (ENTRADA)
 END-IF
 END-IF.
 DISPLAY "Desviaciones típicas para marcar atípicos (en blanco = 3): ".
 ACCEPT ENTRADA.
 MOVE 3 TO DESVIACIONES-ATIPICO.
 IF ENTRADA NOT = SPACES AND FUNCTION TEST-NUMVAL (ENTRADA) = 0
 IF FUNCTION NUMVAL (ENTRADA) > 0 AND FUNCTION NUMVAL (ENTRADA) < 100
 COMPUTE DESVIACIONES-ATIPICO = FUNCTION NUMVAL (ENTRADA)
 END-IF
 END-IF.
 CALCULAR-ESTADISTICA-LISTA.
*> The sort hands back the list in order with count, sum, minimum
*> and maximum already known; one pass over it gives the quartiles,
*> mode, bands and deviation, a second the values that lie too far
*> from the mean. Report in SUMA_ESTADISTICA.TXT.
 PERFORM PEDIR-PARAMETROS-ESTADISTICA.
 SORT ORDENADO-FILE
 ON ASCENDING KEY SR-VALOR
 INPUT PROCEDURE IS SOLTAR-VALORES
 GIVING CLASIFICADO-FILE.
 OPEN OUTPUT INFORME-FILE.
 IF VALORES = 0
 MOVE "LA LISTA NO TIENE VALORES NUMERICOS" TO INFORME-RECORD
 WRITE INFORME-RECORD
 DISPLAY "La lista no tiene valores numéricos."
 ELSE
 COMPUTE MEDIA ROUNDED = SUMA-LISTA / VALORES
 PERFORM PREPARAR-CUARTIL
 VARYING SUB-CUARTIL FROM 1 BY 1 UNTIL SUB-CUARTIL > 3
 COMPUTE ANCHO-BANDA = (MAXIMO-LISTA - MINIMO-LISTA) / BANDAS
 PERFORM VARYING SUB-BANDA FROM 1 BY 1 UNTIL SUB-BANDA > 20
 MOVE 0 TO BANDA-CUENTA (SUB-BANDA)
 END-PERFORM
 MOVE 0 TO LEIDOS RACHA RACHA-MODA MODAS-EMPATADAS SUMA-CUADRADOS
 MOVE "N" TO FIN-CLASIFICADO
 OPEN INPUT CLASIFICADO-FILE
 PERFORM ANALIZAR-ORDENADO UNTIL FIN-CLASIFICADO = "S"
 CLOSE CLASIFICADO-FILE
 PERFORM CERRAR-CUARTIL
 VARYING SUB-CUARTIL FROM 1 BY 1 UNTIL SUB-CUARTIL > 3
 MOVE 0 TO DESVIACION
 IF VALORES > 1
 COMPUTE VARIANZA = VALORES - 1
 COMPUTE VARIANZA = SUMA-CUADRADOS / VARIANZA
 COMPUTE DESVIACION ROUNDED = VARIANZA ** 0.5
 END-IF
 PERFORM ESCRIBIR-INFORME-ESTADISTICA
 MOVE 0 TO ATIPICOS
 MOVE "N" TO FIN-CLASIFICADO
 OPEN INPUT CLASIFICADO-FILE
 PERFORM REVISAR-ATIPICO UNTIL FIN-CLASIFICADO = "S"
 CLOSE CLASIFICADO-FILE
 IF ATIPICOS = 0
 MOVE "  NINGUNO" TO INFORME-RECORD
 WRITE INFORME-RECORD
 ELSE
 DISPLAY "AVISO: " ATIPICOS " valores atípicos, ver SUMA_ESTADISTICA.TXT"
 END-IF
 END-IF.
 CLOSE INFORME-FILE.
 SOLTAR-VALORES.
 MOVE 0 TO VALORES LINEAS-INVALIDAS LINEA-LISTA SUMA-LISTA.
 IF MODO-FICHERO = "S"
 MOVE "N" TO FIN-LISTA
 OPEN INPUT LISTA-FILE
 PERFORM SOLTAR-LINEA-LISTA UNTIL FIN-LISTA = "S"
 CLOSE LISTA-FILE
 IF LINEAS-INVALIDAS > 0
 DISPLAY "AVISO: " LINEAS-INVALIDAS " líneas no numéricas ignoradas"
 END-IF
 ELSE
 PERFORM SOLTAR-NUMERO-TABLA
 VARYING IDX-NUM FROM 1 BY 1 UNTIL IDX-NUM > CANTIDAD
 END-IF.
 SOLTAR-LINEA-LISTA.
*> A blank line is skipped quietly; anything else that is not a
*> number is counted and left out.
 READ LISTA-FILE
 AT END
 MOVE "S" TO FIN-LISTA
 NOT AT END
 ADD 1 TO LINEA-LISTA
 IF LISTA-RECORD NOT = SPACES
 IF FUNCTION TEST-NUMVAL (LISTA-RECORD) = 0
 COMPUTE VALOR = FUNCTION NUMVAL (LISTA-RECORD)
 PERFORM SOLTAR-VALOR
 ELSE
 ADD 1 TO LINEAS-INVALIDAS
 END-IF
 END-IF
 END-READ.
 SOLTAR-NUMERO-TABLA.
 MOVE IDX-NUM TO LINEA-LISTA.
 MOVE NUMERO (IDX-NUM) TO VALOR.
 PERFORM SOLTAR-VALOR.
 SOLTAR-VALOR.
 ADD 1 TO VALORES.
 ADD VALOR TO SUMA-LISTA.
 IF VALORES = 1 OR VALOR < MINIMO-LISTA
 MOVE VALOR TO MINIMO-LISTA
 END-IF.
 IF VALORES = 1 OR VALOR > MAXIMO-LISTA
 MOVE VALOR TO MAXIMO-LISTA
 END-IF.
 MOVE VALOR TO SR-VALOR.
 MOVE LINEA-LISTA TO SR-LINEA.
 RELEASE ORDENADO-RECORD.
 PREPARAR-CUARTIL.
 COMPUTE POSICION-EXACTA = VALORES - 1.
 COMPUTE POSICION-EXACTA = POSICION-EXACTA * FRACCION-CUARTIL (SUB-CUARTIL).
 MOVE POSICION-EXACTA TO CU-POSICION (SUB-CUARTIL).
 COMPUTE CU-RESTO (SUB-CUARTIL) = POSICION-EXACTA - CU-POSICION (SUB-CUARTIL).
 ADD 1 TO CU-POSICION (SUB-CUARTIL).
 MOVE 0 TO CU-BAJO (SUB-CUARTIL).
 MOVE 0 TO CU-ALTO (SUB-CUARTIL).
 ANALIZAR-ORDENADO.
 READ CLASIFICADO-FILE
 AT END
 MOVE "S" TO FIN-CLASIFICADO
 NOT AT END
 ADD 1 TO LEIDOS
 PERFORM VARYING SUB-CUARTIL FROM 1 BY 1 UNTIL SUB-CUARTIL > 3
 IF LEIDOS = CU-POSICION (SUB-CUARTIL)
 MOVE CL-VALOR TO CU-BAJO (SUB-CUARTIL)
 END-IF
 IF LEIDOS = CU-POSICION (SUB-CUARTIL) + 1
 MOVE CL-VALOR TO CU-ALTO (SUB-CUARTIL)
 END-IF
 END-PERFORM
 IF LEIDOS > 1 AND CL-VALOR = VALOR-ANTERIOR
 ADD 1 TO RACHA
 ELSE
 MOVE 1 TO RACHA
 END-IF
 MOVE CL-VALOR TO VALOR-ANTERIOR
 IF RACHA > RACHA-MODA
 MOVE RACHA TO RACHA-MODA
 MOVE CL-VALOR TO MODA
 MOVE 1 TO MODAS-EMPATADAS
 ELSE
 IF RACHA = RACHA-MODA
 ADD 1 TO MODAS-EMPATADAS
 END-IF
 END-IF
 IF ANCHO-BANDA = 0
 MOVE 1 TO SUB-BANDA
 ELSE
 COMPUTE DIFERENCIA = CL-VALOR - MINIMO-LISTA
 COMPUTE SUB-BANDA = DIFERENCIA / ANCHO-BANDA + 1
 ON SIZE ERROR
 MOVE BANDAS TO SUB-BANDA
 END-COMPUTE
 IF SUB-BANDA > BANDAS
 MOVE BANDAS TO SUB-BANDA
 END-IF
 END-IF
 ADD 1 TO BANDA-CUENTA (SUB-BANDA)
 COMPUTE DIFERENCIA = CL-VALOR - MEDIA
 COMPUTE SUMA-CUADRADOS = SUMA-CUADRADOS + DIFERENCIA * DIFERENCIA
 END-READ.
 CERRAR-CUARTIL.
 COMPUTE CU-VALOR (SUB-CUARTIL) ROUNDED = CU-BAJO (SUB-CUARTIL).
 IF CU-RESTO (SUB-CUARTIL) > 0
 COMPUTE DIFERENCIA = CU-ALTO (SUB-CUARTIL) - CU-BAJO (SUB-CUARTIL)
 COMPUTE CU-VALOR (SUB-CUARTIL) ROUNDED = CU-BAJO (SUB-CUARTIL)
 + CU-RESTO (SUB-CUARTIL) * DIFERENCIA
 END-IF.
 ESCRIBIR-INFORME-ESTADISTICA.
 ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
 MOVE SPACES TO INFORME-RECORD.
 IF MODO-FICHERO = "S"
 STRING "ESTADISTICA DE SUMA_NUMEROS.DAT  FECHA " FECHA-HOY
 DELIMITED BY SIZE INTO INFORME-RECORD
 ELSE
 STRING "ESTADISTICA DE LA LISTA TECLEADA  FECHA " FECHA-HOY
 DELIMITED BY SIZE INTO INFORME-RECORD
 END-IF.
 WRITE INFORME-RECORD.
 MOVE SPACES TO LID-NOTA.
 MOVE "VALORES" TO LID-ETIQUETA.
 MOVE VALORES TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 IF LINEAS-INVALIDAS > 0
 MOVE "LINEAS NO NUMERICAS IGNORADAS" TO LID-ETIQUETA
 MOVE LINEAS-INVALIDAS TO LID-VALOR
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO
 END-IF.
 MOVE "SUMA" TO LID-ETIQUETA.
 MOVE SUMA-LISTA TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE "MINIMO" TO LID-ETIQUETA.
 MOVE MINIMO-LISTA TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE "MAXIMO" TO LID-ETIQUETA.
 MOVE MAXIMO-LISTA TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE "PROMEDIO" TO LID-ETIQUETA.
 MOVE MEDIA TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE "PRIMER CUARTIL" TO LID-ETIQUETA.
 MOVE CU-VALOR (1) TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE "MEDIANA" TO LID-ETIQUETA.
 MOVE CU-VALOR (2) TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE "TERCER CUARTIL" TO LID-ETIQUETA.
 MOVE CU-VALOR (3) TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE "MODA" TO LID-ETIQUETA.
 MOVE MODA TO LID-VALOR.
 IF RACHA-MODA < 2
 MOVE "SIN MODA, NINGUNO SE REPITE" TO LID-NOTA
 ELSE
 IF MODAS-EMPATADAS > 1
 MOVE "EMPATADA, SE DA LA MENOR" TO LID-NOTA
 END-IF
 END-IF.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE SPACES TO LID-NOTA.
 MOVE "VECES QUE APARECE LA MODA" TO LID-ETIQUETA.
 MOVE RACHA-MODA TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE "DESVIACION TIPICA (MUESTRAL)" TO LID-ETIQUETA.
 MOVE DESVIACION TO LID-VALOR.
 WRITE INFORME-RECORD FROM LINEA-INFORME-DATO.
 MOVE SPACES TO INFORME-RECORD.
 WRITE INFORME-RECORD.
 MOVE SPACES TO INFORME-RECORD.
 STRING "DISTRIBUCION DE FRECUENCIAS EN " BANDAS " BANDAS"
 DELIMITED BY SIZE INTO INFORME-RECORD.
 WRITE INFORME-RECORD.
 PERFORM ESCRIBIR-BANDA
 VARYING SUB-BANDA FROM 1 BY 1 UNTIL SUB-BANDA > BANDAS.
 MOVE SPACES TO INFORME-RECORD.
 WRITE INFORME-RECORD.
 MOVE SPACES TO INFORME-RECORD.
 MOVE DESVIACIONES-ATIPICO TO EDITADO-DESVIACIONES.
 STRING "VALORES ATIPICOS (A MAS DE " EDITADO-DESVIACIONES
 " DESV. TIPICAS DE LA MEDIA)" DELIMITED BY SIZE INTO INFORME-RECORD.
 WRITE INFORME-RECORD.
 ESCRIBIR-BANDA.
*> The last band takes the maximum itself.
 COMPUTE DESDE-BANDA = SUB-BANDA - 1.
 COMPUTE DESDE-BANDA = MINIMO-LISTA + ANCHO-BANDA * DESDE-BANDA.
 IF SUB-BANDA = BANDAS
 MOVE MAXIMO-LISTA TO HASTA-BANDA
 ELSE
 COMPUTE HASTA-BANDA = MINIMO-LISTA + ANCHO-BANDA * SUB-BANDA
 END-IF.
 MOVE DESDE-BANDA TO LIB-DESDE.
 MOVE HASTA-BANDA TO LIB-HASTA.
 MOVE BANDA-CUENTA (SUB-BANDA) TO LIB-CUENTA.
 COMPUTE PORCENTAJE-BANDA ROUNDED = BANDA-CUENTA (SUB-BANDA) * 100 / VALORES.
 MOVE PORCENTAJE-BANDA TO LIB-PORCENTAJE.
 WRITE INFORME-RECORD FROM LINEA-INFORME-BANDA.
 REVISAR-ATIPICO.
 READ CLASIFICADO-FILE
 AT END
 MOVE "S" TO FIN-CLASIFICADO
 NOT AT END
 IF CL-VALOR < MEDIA
 COMPUTE DISTANCIA = MEDIA - CL-VALOR
 ELSE
 COMPUTE DISTANCIA = CL-VALOR - MEDIA
 END-IF
 IF DESVIACION > 0 AND DISTANCIA > DESVIACION * DESVIACIONES-ATIPICO
 ADD 1 TO ATIPICOS
 COMPUTE DESVIACIONES-VALOR ROUNDED = DISTANCIA / DESVIACION
 MOVE CL-LINEA TO LIA-LINEA
 MOVE CL-VALOR TO LIA-VALOR
 MOVE DESVIACIONES-VALOR TO LIA-DESVIACIONES
 WRITE INFORME-RECORD FROM LINEA-INFORME-ATIPICO
 END-IF
 END-READ.
 ESCRIBIR-LOG-FICHERO.
 ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
 MOVE FECHA-HOY TO LF-FECHA.
 MOVE VALORES TO LF-CANTIDAD.
 MOVE SUMA-LISTA TO LF-SUMA.
 MOVE MEDIA TO LF-MEDIA.
 MOVE DESVIACION TO LF-DESVIACION.
 WRITE LOG-RECORD FROM LINEA-LOG-FICHERO.
