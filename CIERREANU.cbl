      *          CIERRE_ANUAL.TXT, and locks the year (record AAAA00
      *          marked "C") so no run can post into it again. The
      *          January roster stops being a mix of closed and
      *          unclosed years that nobody signed off. The close
      *          checkpoints itself after every employee in
      *          CIERREANU_PROGRESO.DAT: a close cut short is taken
      *          up again at the next start after the last employee
      *          rolled, without snapshotting or rolling anyone
      *          twice, and the report says it was resumed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT OPTIONAL PROGRESO-FILE
               ASSIGN TO "CIERREANU_PROGRESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESO-STATUS.

       DATA DIVISION.

           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       FD  PROGRESO-FILE.
      * The year close in flight, rewritten after every employee and
      * emptied once the lock lands. PA-PASO "S" is the roll (the
      * master is done up to PA-ULTIMO-ID), "F" the roll finished
      * and only the report footer, control and lock remain.
       01  PROGRESO-RECORD.
           05 PA-EMPRESA    PIC X(2).
           05 PA-ANIO       PIC 9(4).
           05 PA-PASO       PIC X(1).
           05 PA-ULTIMO-ID  PIC 9(5).
           05 PA-CERRADOS   PIC 9(5).
           05 PA-TOTAL-YTD  PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.
           05 PA-OMITIDOS   PIC 9(5).
           05 PA-OPERADOR   PIC X(8).
           05 PA-FECHA      PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
       01 EMPLOYEE-STATUS PIC X(2).
       01 TOTAL-YTD-CERRADO PIC S9(12)V9(2) VALUE 0.
       01 FIN-DE-MAESTRO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-MAESTRO VALUE "SI ".
       01 PROGRESO-STATUS PIC X(2).
       01 CIERRE-INTERRUMPIDO PIC X(3) VALUE "NO ".
           88 HAY-CIERRE-INTERRUMPIDO VALUE "SI ".
       01 PASO-ANUAL PIC X(1) VALUE "S".
       01 PASO-INTERRUMPIDO PIC X(1).
       01 ULTIMO-ID-CERRADO PIC 9(5) VALUE 0.
       01 ID-INTERRUMPIDO PIC 9(5) VALUE 0.
       01 FECHA-INTERRUMPIDO PIC 9(8).
      * Only one employee can sit between its snapshot line and its
      * checkpoint -- the one after the last checkpointed, whose
      * snapshot is then the last line of SALDOS_ANUALES.DAT. That
      * figure is the one reported and totalled; the line is not
      * written again.
       01 SALDO-PENDIENTE-ID PIC 9(5) VALUE 0.
       01 SALDO-PENDIENTE-YTD PIC S9(10)V9(2) VALUE 0.
       01 YTD-SNAPSHOT PIC S9(10)V9(2).
       01 ULTIMO-SALDO-ANIO PIC 9(4) VALUE 0.
       01 ULTIMO-SALDO-ID PIC 9(5) VALUE 0.
       01 ULTIMO-SALDO-YTD PIC S9(10)V9(2) VALUE 0.
       01 FIN-DE-SALDOS PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-SALDOS VALUE "SI ".
       01 LINEA-REPORTE.
           05 RP-EMP-ID PIC 9(5).
           05 FILLER    PIC X(2) VALUE "  ".
              STOP RUN
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
      * A year close cut short is finished before anything else --
      * year and company come from the progress record.
           PERFORM LEER-PROGRESO.
           IF HAY-CIERRE-INTERRUMPIDO
              PERFORM REANUDAR-CIERRE-ANUAL
              STOP RUN
           END-IF.
           DISPLAY "ANIO A CERRAR (AAAA)".
           ACCEPT ANIO-CIERRE.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
              END-IF
           END-IF.
           IF SE-PUEDE-CERRAR
              MOVE "S" TO PASO-ANUAL
              PERFORM ESCRIBIR-PROGRESO
              PERFORM CERRAR-ANIO
           ELSE
              DISPLAY "EL ANIO " ANIO-CIERRE " NO SE CIERRA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ABRIR-REPORTE.
           IF PASO-ANUAL = "S"
              PERFORM RODAR-MAESTRO
           END-IF.
           MOVE SPACES TO REPORTE-RECORD.
           STRING "EMPLEADOS: " EMPLEADOS-CERRADOS
                  "  YTD TOTAL CERRADO: " TOTAL-YTD-CERRADO
           PERFORM ACTUALIZAR-CONTROL-MAESTRO.
           CLOSE EMPLOYEE-FILE.
           PERFORM BLOQUEAR-ANIO.
           PERFORM BORRAR-PROGRESO.
           DISPLAY "ANIO " ANIO-CIERRE " CERRADO: "
                   EMPLEADOS-CERRADOS " EMPLEADOS, YTD TOTAL "
                   TOTAL-YTD-CERRADO ", VER CIERRE_ANUAL.TXT".
           IF HAY-CIERRE-INTERRUMPIDO
              DISPLAY "CIERRE ANUAL REANUDADO: SE HABIA INTERRUMPIDO "
                      "DESPUES DEL EMPLEADO " ID-INTERRUMPIDO
           END-IF.
           IF OMITIDOS-ANIO-NUEVO > 0
              DISPLAY "AVISO: " OMITIDOS-ANIO-NUEVO " REGISTROS YA "
                      "PAGADOS EN EL ANIO NUEVO QUEDARON SIN "
              MOVE 4 TO RETURN-CODE
           END-IF.

       ABRIR-REPORTE.
      * A resumed close adds to the report the interrupted run began,
      * saying where it picked up.
           IF HAY-CIERRE-INTERRUMPIDO
              OPEN EXTEND REPORTE-FILE
              IF REPORTE-STATUS = "35"
                 OPEN OUTPUT REPORTE-FILE
              END-IF
              MOVE SPACES TO REPORTE-RECORD
              STRING "CIERRE ANUAL " ANIO-CIERRE " REANUDADO EL "
                     FECHA-SISTEMA " TRAS INTERRUPCION DESPUES DEL "
                     "EMPLEADO " ULTIMO-ID-CERRADO
                  DELIMITED BY SIZE INTO REPORTE-RECORD
              END-STRING
           ELSE
              OPEN OUTPUT REPORTE-FILE
              MOVE SPACES TO REPORTE-RECORD
              STRING "CIERRE ANUAL " ANIO-CIERRE " DEL " FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REPORTE-RECORD
              END-STRING
           END-IF.
           WRITE REPORTE-RECORD.
           PERFORM VERIFICAR-ESCRITURA-REPORTE.

       RODAR-MAESTRO.
      * The master from the employee after the last checkpoint on --
      * the whole of it on a fresh close.
           PERFORM ABRIR-SALDOS.
           COMPUTE EMP-ID = ULTIMO-ID-CERRADO + 1.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE "SI " TO FIN-DE-MAESTRO
           END-START.
           PERFORM CERRAR-UN-EMPLEADO UNTIL HAY-FIN-DE-MAESTRO.
           CLOSE SALDOS-FILE.
           MOVE "F" TO PASO-ANUAL.
           PERFORM ESCRIBIR-PROGRESO.

       LEER-PROGRESO.
           OPEN INPUT PROGRESO-FILE.
           IF PROGRESO-STATUS = "00"
              READ PROGRESO-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PA-ANIO IS NUMERIC AND PA-ANIO > 0
                         SET HAY-CIERRE-INTERRUMPIDO TO TRUE
                      END-IF
              END-READ
           END-IF.
           CLOSE PROGRESO-FILE.

       REANUDAR-CIERRE-ANUAL.
           MOVE PA-EMPRESA TO EMPRESA-CIERRE.
           MOVE PA-ANIO TO ANIO-CIERRE.
           MOVE PA-PASO TO PASO-ANUAL PASO-INTERRUMPIDO.
           MOVE PA-ULTIMO-ID TO ULTIMO-ID-CERRADO ID-INTERRUMPIDO.
           MOVE PA-CERRADOS TO EMPLEADOS-CERRADOS.
           MOVE PA-TOTAL-YTD TO TOTAL-YTD-CERRADO.
           MOVE PA-OMITIDOS TO OMITIDOS-ANIO-NUEVO.
           MOVE PA-FECHA TO FECHA-INTERRUMPIDO.
           DISPLAY "EL CIERRE DEL ANIO " ANIO-CIERRE " EMPRESA "
                   EMPRESA-CIERRE " QUEDO INTERRUMPIDO DESPUES DEL "
                   "EMPLEADO " ULTIMO-ID-CERRADO " (INICIADO POR "
                   PA-OPERADOR " EL " FECHA-INTERRUMPIDO
                   ") -- SE REANUDA".
      * Stopped after the lock landed: only the progress record was
      * left behind.
           PERFORM VERIFICAR-ANIO-NO-CERRADO.
           IF NOT SE-PUEDE-CERRAR
              PERFORM BORRAR-PROGRESO
              DISPLAY "SOLO FALTABA DAR POR TERMINADO EL CIERRE"
           ELSE
              IF PASO-ANUAL = "S"
                 PERFORM BUSCAR-SALDO-PENDIENTE
              END-IF
              PERFORM CERRAR-ANIO
           END-IF.

       BUSCAR-SALDO-PENDIENTE.
           MOVE "NO " TO FIN-DE-SALDOS.
           OPEN INPUT SALDOS-FILE.
           IF SALDOS-STATUS = "00"
              PERFORM LEER-SALDO-PENDIENTE UNTIL HAY-FIN-DE-SALDOS
              CLOSE SALDOS-FILE
           END-IF.
           IF ULTIMO-SALDO-ANIO = ANIO-CIERRE
              AND ULTIMO-SALDO-ID > ULTIMO-ID-CERRADO
              MOVE ULTIMO-SALDO-ID TO SALDO-PENDIENTE-ID
              MOVE ULTIMO-SALDO-YTD TO SALDO-PENDIENTE-YTD
           END-IF.

       LEER-SALDO-PENDIENTE.
           READ SALDOS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-SALDOS
               NOT AT END
                   MOVE SA-ANIO TO ULTIMO-SALDO-ANIO
                   MOVE SA-EMP-ID TO ULTIMO-SALDO-ID
                   MOVE SA-YTD TO ULTIMO-SALDO-YTD
           END-READ.

       ESCRIBIR-PROGRESO.
           MOVE EMPRESA-CIERRE TO PA-EMPRESA.
           MOVE ANIO-CIERRE TO PA-ANIO.
           MOVE PASO-ANUAL TO PA-PASO.
           MOVE ULTIMO-ID-CERRADO TO PA-ULTIMO-ID.
           MOVE EMPLEADOS-CERRADOS TO PA-CERRADOS.
           MOVE TOTAL-YTD-CERRADO TO PA-TOTAL-YTD.
           MOVE OMITIDOS-ANIO-NUEVO TO PA-OMITIDOS.
           MOVE OPERADOR-ACTUAL TO PA-OPERADOR.
           MOVE FECHA-SISTEMA TO PA-FECHA.
           OPEN OUTPUT PROGRESO-FILE.
           WRITE PROGRESO-RECORD.
           IF PROGRESO-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN CIERREANU_PROGRESO.DAT, ESTADO "
                      PROGRESO-STATUS ", CIERRE ABORTADO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PROGRESO-FILE.

       BORRAR-PROGRESO.
           OPEN OUTPUT PROGRESO-FILE.
           CLOSE PROGRESO-FILE.

       ABRIR-SALDOS.
      * Extend -- each year's snapshot lines join the earlier ones.
           OPEN EXTEND SALDOS-FILE.
           MOVE "RODADO" TO REPORTE-RECORD (49:6).
           WRITE REPORTE-RECORD.
           PERFORM VERIFICAR-ESCRITURA-REPORTE.
           MOVE EMP-ID TO ULTIMO-ID-CERRADO.
           PERFORM ESCRIBIR-PROGRESO.

       SNAPSHOT-UN-REGISTRO.
           IF SALDO-PENDIENTE-ID NOT = 0
              AND EMP-ID = SALDO-PENDIENTE-ID
              MOVE SALDO-PENDIENTE-YTD TO YTD-SNAPSHOT
           ELSE
              MOVE EMP-YTD TO YTD-SNAPSHOT
              PERFORM GRABAR-SNAPSHOT
           END-IF.
           MOVE EMP-ID TO RP-EMP-ID.
           MOVE EMP-NOMBRE TO RP-NOMBRE.
           MOVE YTD-SNAPSHOT TO RP-YTD.
           WRITE REPORTE-RECORD FROM LINEA-REPORTE.
           PERFORM VERIFICAR-ESCRITURA-REPORTE.
           IF SALDO-PENDIENTE-ID NOT = 0
              AND EMP-ID = SALDO-PENDIENTE-ID
              MOVE "  * SNAPSHOT YA GRABADO ANTES DE LA INTERRUPCION"
                   TO REPORTE-RECORD
              WRITE REPORTE-RECORD
              PERFORM VERIFICAR-ESCRITURA-REPORTE
           END-IF.
           ADD YTD-SNAPSHOT TO TOTAL-YTD-CERRADO.
           ADD 1 TO EMPLEADOS-CERRADOS.
      * The roll itself: the snapshot above is now the authoritative
      * figure for the old year, the record starts the new one clean.
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE EMP-ID TO ULTIMO-ID-CERRADO.
           PERFORM ESCRIBIR-PROGRESO.

       GRABAR-SNAPSHOT.
           MOVE ANIO-CIERRE TO SA-ANIO.
           MOVE EMP-ID TO SA-EMP-ID.
           MOVE EMP-NOMBRE TO SA-NOMBRE.
           MOVE YTD-SNAPSHOT TO SA-YTD.
           WRITE SALDO-ANUAL-RECORD.
           IF SALDOS-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN SALDOS_ANUALES.DAT, ESTADO "
                      SALDOS-STATUS ", CIERRE ABORTADO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       BLOQUEAR-ANIO.
      * The lock record: period AAAA00, state "C". FACTURACION
