      *             totals add into the figures the month's log is
      *             balanced against, and an in-flight cycle blocks
      *             the close like an in-flight monthly run.
      * 2026-10-15  Each step of the close is recorded in
      *             CIERRE_PROGRESO.DAT; a close cut short is detected
      *             at the next start and finished from the step it
      *             stopped in, without re-archiving or re-mirroring
      *             the lines that had already landed.
      * 2026-10-15  Payments voided and reissued with ANULPAGO balance:
      *             the run's FACTURACION lines still tie to its
      *             control totals, and the period's ANULACION and
      *             REEMISION lines are then netted out of (and into)
      *             the total the summary records; a void with no pay
      *             left to void stops the close.
      * 2026-10-15  Off-cycle payment runs (month + 70) count: their
      *             combined run-control totals add into the figures
      *             the month's log is balanced against, and one in
      *             flight or abended blocks the close.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE.
               ALTERNATE RECORD KEY IS HX-PERIODO-K
                   WITH DUPLICATES
               FILE STATUS IS HISTIDX-STATUS.
           SELECT OPTIONAL PROGRESO-FILE
               ASSIGN TO "CIERRE_PROGRESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESO-STATUS.

       DATA DIVISION.

       FD  HISTIDX-FILE.
           COPY HISTIDX.

       FD  PROGRESO-FILE.
      * The close in flight, rewritten at every step and emptied when
      * the period is marked closed. PG-PASO is the step reached:
      * "A" archiving (the archive line count and the period's mirror
      * count from before it started tell a restart how many lines
      * already landed), "L" archive, mirror and temp copy complete,
      * "R" live log rebuilt. The validated totals ride along, since
      * the live log can no longer be re-balanced once it is rebuilt.
       01  PROGRESO-RECORD.
           05 PG-EMPRESA        PIC X(2).
           05 PG-PERIODO        PIC 9(6).
           05 PG-PASO           PIC X(1).
           05 PG-ARCHIVO-INICIO PIC 9(9).
           05 PG-INDICE-INICIO  PIC 9(7).
           05 PG-ENTRADAS       PIC 9(5).
           05 PG-FACT-TOTAL     PIC 9(12)V9(2).
           05 PG-BETA-TOTAL     PIC 9(12)V9(2).
           05 PG-MOVIDAS        PIC 9(5).
           05 PG-CONSERVADAS    PIC 9(5).
           05 PG-OPERADOR       PIC X(8).
           05 PG-FECHA          PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY HISTLOG.
      * monthly run's control figures before the log is balanced.
       01 CICLOS-EMPLEADOS PIC 9(5) VALUE 0.
       01 CICLOS-TOTAL PIC 9(12)V9(2) VALUE 0.
      * The same for the month's off-cycle payment runs, which share
      * one key and add their figures into it.
       01 FUERA-CICLO-EMPLEADOS PIC 9(5) VALUE 0.
       01 FUERA-CICLO-TOTAL PIC 9(12)V9(2) VALUE 0.
       01 ARCHIVO-STATUS PIC X(2).
       01 TEMPORAL-STATUS PIC X(2).
       01 RESUMEN-STATUS PIC X(2).
       01 ENTRADAS-FACT PIC 9(5) VALUE 0.
       01 TOTAL-FACT PIC 9(12)V9(2) VALUE 0.
       01 TOTAL-BETA PIC 9(12)V9(2) VALUE 0.
      * Voided normal pays and their reissues (ANULPAGO) -- outside
      * the run's control totals, netted in after the tie.
       01 ENTRADAS-ANULADAS PIC 9(5) VALUE 0.
       01 TOTAL-ANULADO PIC 9(12)V9(2) VALUE 0.
       01 ENTRADAS-REEMITIDAS PIC 9(5) VALUE 0.
       01 TOTAL-REEMITIDO PIC 9(12)V9(2) VALUE 0.
       01 TOTAL-DISPONIBLE PIC 9(12)V9(2) VALUE 0.
       01 MOVIDAS PIC 9(5) VALUE 0.
       01 CONSERVADAS PIC 9(5) VALUE 0.
       01 PROGRESO-STATUS PIC X(2).
       01 CIERRE-INTERRUMPIDO PIC X(3) VALUE "NO ".
           88 HAY-CIERRE-INTERRUMPIDO VALUE "SI ".
       01 PASO-CIERRE PIC X(1).
       01 PASO-INTERRUMPIDO PIC X(1).
       01 ARCHIVO-INICIO PIC 9(9) VALUE 0.
       01 INDICE-INICIO PIC 9(7) VALUE 0.
       01 LINEAS-ARCHIVO PIC 9(9).
       01 REGISTROS-INDICE PIC 9(7).
      * What an interrupted pass already put in the archive and the
      * mirror -- the first that many period (and keyable) lines of
      * the untouched live log are exactly those, and are skipped.
       01 YA-ARCHIVADAS PIC 9(9) VALUE 0.
       01 YA-INDEXADAS PIC 9(7) VALUE 0.
       01 PERIODO-LEIDAS PIC 9(9).
       01 INDEXABLES-LEIDAS PIC 9(7).
       01 RESUMEN-PREVIO PIC X(3) VALUE "NO ".
           88 HAY-RESUMEN-PREVIO VALUE "SI ".
      * Filled in before PERFORMing ABORTAR-POR-ESTADO so the abort
      * message names the file and status that failed.
       01 NOMBRE-ARCHIVO-ERR PIC X(22).
              STOP RUN
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
      * A close cut short is finished before anything else -- its
      * period and company come from the progress record, not from
      * the operator.
           PERFORM LEER-PROGRESO.
           IF HAY-CIERRE-INTERRUMPIDO
              PERFORM REANUDAR-CIERRE
              STOP RUN
           END-IF.
           DISPLAY "PERIODO A CERRAR (AAAAMM)".
           ACCEPT PERIODO-CIERRE.
           DISPLAY "CODIGO DE EMPRESA (ENTER = 01)".
              PERFORM VALIDAR-PERIODO
           END-IF.
           IF SE-PUEDE-CERRAR
              PERFORM INICIAR-PROGRESO
              PERFORM EJECUTAR-CIERRE
           ELSE
              DISPLAY "EL PERIODO " PERIODO-CIERRE " NO SE CIERRA"
              CLOSE RUN-CONTROL-FILE
              MOVE "NO " TO CIERRE-OK
           ELSE
              PERFORM REVISAR-BONO-EN-CURSO
              IF SE-PUEDE-CERRAR
                 PERFORM REVISAR-FUERA-CICLO
              END-IF
              IF SE-PUEDE-CERRAR
                 PERFORM REVISAR-CICLOS-CALENDARIO
              END-IF
      * The base-period read comes last so the record area holds the
      * record MARCAR-CERRADO will REWRITE, not the bonus, off-cycle
      * or cycle one.
              IF SE-PUEDE-CERRAR
                 MOVE EMPRESA-CIERRE TO RCE-EMPRESA
                 MOVE PERIODO-CIERRE TO RCE-PERIODO
                   END-IF
           END-READ.

       REVISAR-FUERA-CICLO.
      * The month's off-cycle payment runs lock under one key of
      * their own (month + 70) and log as FACTURACION lines of the
      * month -- their figures belong in the balance test, and one
      * still in flight blocks the close.
           MOVE EMPRESA-CIERRE TO RCE-EMPRESA.
           COMPUTE RCE-PERIODO = PERIODO-CIERRE + 70.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCE-ESTADO = "E"
                      DISPLAY "HAY UN PAGO FUERA DE CICLO EN CURSO O "
                              "ABORTADO, CERRAR DESPUES"
                      MOVE "NO " TO CIERRE-OK
                   ELSE
                      ADD RCE-EMPLEADOS TO FUERA-CICLO-EMPLEADOS
                      ADD RCE-TOTAL TO FUERA-CICLO-TOTAL
                   END-IF
           END-READ.

       REVISAR-CICLOS-CALENDARIO.
      * The month's weekly/biweekly cycles posted into this month's
      * log under their own locks -- their totals belong in the
                 MOVE "NO " TO CIERRE-OK
              ELSE
                 PERFORM COMPARAR-CONTROLES
                 IF SE-PUEDE-CERRAR
                    PERFORM NETEAR-ANULACIONES
                 END-IF
              END-IF
           END-IF.

                      IF LH-PROGRAMA = "BETA"
                         ADD LH-RESULTADO TO TOTAL-BETA
                      END-IF
                      IF LH-PROGRAMA = "ANULACION"
                         ADD 1 TO ENTRADAS-ANULADAS
                         ADD LH-RESULTADO TO TOTAL-ANULADO
                      END-IF
                      IF LH-PROGRAMA = "REEMISION"
                         ADD 1 TO ENTRADAS-REEMITIDAS
                         ADD LH-RESULTADO TO TOTAL-REEMITIDO
                      END-IF
                   END-IF
           END-READ.

                 MOVE "NO " TO CIERRE-OK
              END-IF
           ELSE
              IF ENTRADAS-FACT NOT = (RCE-EMPLEADOS + CICLOS-EMPLEADOS
                                      + FUERA-CICLO-EMPLEADOS)
                 OR TOTAL-FACT NOT = (RCE-TOTAL + CICLOS-TOTAL
                                      + FUERA-CICLO-TOTAL)
                 DISPLAY "LAS ENTRADAS NO CUADRAN CON LOS TOTALES "
                         "DE LA EJECUCION:"
                 DISPLAY "  LOG:     " ENTRADAS-FACT " ENTRADAS, "
                    DISPLAY "  CICLOS:  " CICLOS-EMPLEADOS
                            " ENTRADAS, " CICLOS-TOTAL
                 END-IF
                 IF FUERA-CICLO-EMPLEADOS > 0
                    DISPLAY "  FUERA CICLO: " FUERA-CICLO-EMPLEADOS
                            " ENTRADAS, " FUERA-CICLO-TOTAL
                 END-IF
      * A run that was resumed from a checkpoint records only the
      * resumed tail in its control totals while the log holds both
      * halves -- that legitimate case would otherwise leave the
              END-IF
           END-IF.

       NETEAR-ANULACIONES.
      * A void repeats the voided pay line under ANULACION and a
      * reissue under REEMISION -- the run's own lines have tied to
      * its controls above, and what the period finally paid is
      * those less the voids plus the reissues. More voided than
      * paid means a reversal with nothing under it.
           IF ENTRADAS-ANULADAS > 0 OR ENTRADAS-REEMITIDAS > 0
              COMPUTE TOTAL-DISPONIBLE = TOTAL-FACT + TOTAL-REEMITIDO
              IF ENTRADAS-ANULADAS > ENTRADAS-FACT
                 OR TOTAL-ANULADO > TOTAL-DISPONIBLE
                 DISPLAY "LAS ANULACIONES DEL PERIODO NO TIENEN PAGO "
                         "QUE ANULAR:"
                 DISPLAY "  ANULADAS: " ENTRADAS-ANULADAS
                         " ENTRADAS, " TOTAL-ANULADO
                 DISPLAY "  PAGADAS:  " ENTRADAS-FACT
                         " ENTRADAS, " TOTAL-FACT
                 MOVE "NO " TO CIERRE-OK
              ELSE
                 DISPLAY "PAGOS ANULADOS:   " ENTRADAS-ANULADAS
                         " ENTRADAS, " TOTAL-ANULADO
                 DISPLAY "PAGOS REEMITIDOS: " ENTRADAS-REEMITIDAS
                         " ENTRADAS, " TOTAL-REEMITIDO
                 COMPUTE TOTAL-FACT = TOTAL-DISPONIBLE
                         - TOTAL-ANULADO
                 DISPLAY "TOTAL PAGADO DEL PERIODO: " TOTAL-FACT
              END-IF
           END-IF.

       EJECUTAR-CIERRE.
      * The steps from PASO-CIERRE on; each one records its end in
      * CIERRE_PROGRESO.DAT before the next begins.
           IF PASO-CIERRE = "A"
              PERFORM ARCHIVAR-PERIODO
              MOVE "L" TO PASO-CIERRE
              PERFORM ESCRIBIR-PROGRESO
           END-IF.
           IF PASO-CIERRE = "L"
              PERFORM REESCRIBIR-LOG-VIVO
              MOVE "R" TO PASO-CIERRE
              PERFORM ESCRIBIR-PROGRESO
           END-IF.
           PERFORM ESCRIBIR-RESUMEN.
           PERFORM MARCAR-CERRADO.
           PERFORM BORRAR-PROGRESO.
           DISPLAY "PERIODO " PERIODO-CIERRE " CERRADO: "
                   MOVIDAS " ENTRADAS ARCHIVADAS, "
                   CONSERVADAS " CONSERVADAS EN EL LOG VIVO".
           IF HAY-CIERRE-INTERRUMPIDO
              DISPLAY "CIERRE REANUDADO: SE HABIA INTERRUMPIDO EN EL "
                      "PASO " PASO-INTERRUMPIDO
              IF PASO-INTERRUMPIDO = "A"
                 DISPLAY "  " YA-ARCHIVADAS " LINEAS YA ESTABAN "
                         "ARCHIVADAS Y " YA-INDEXADAS " YA ESTABAN EN "
                         "EL INDICE, NO SE REPITEN"
              END-IF
           END-IF.

       LEER-PROGRESO.
           OPEN INPUT PROGRESO-FILE.
           IF PROGRESO-STATUS = "00"
              READ PROGRESO-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PG-PERIODO IS NUMERIC AND PG-PERIODO > 0
                         SET HAY-CIERRE-INTERRUMPIDO TO TRUE
                      END-IF
              END-READ
           END-IF.
           CLOSE PROGRESO-FILE.

       INICIAR-PROGRESO.
      * Where the archive and the period's mirror stand before the
      * first line moves.
           PERFORM CONTAR-LINEAS-ARCHIVO.
           PERFORM CONTAR-INDICE-PERIODO.
           MOVE LINEAS-ARCHIVO TO ARCHIVO-INICIO.
           MOVE REGISTROS-INDICE TO INDICE-INICIO.
           MOVE 0 TO YA-ARCHIVADAS YA-INDEXADAS.
           MOVE "A" TO PASO-CIERRE.
           PERFORM ESCRIBIR-PROGRESO.

       REANUDAR-CIERRE.
           MOVE PG-PERIODO TO PERIODO-CIERRE.
           MOVE PG-EMPRESA TO EMPRESA-CIERRE.
           MOVE PG-PASO TO PASO-CIERRE PASO-INTERRUMPIDO.
           MOVE PG-ARCHIVO-INICIO TO ARCHIVO-INICIO.
           MOVE PG-INDICE-INICIO TO INDICE-INICIO.
           MOVE PG-ENTRADAS TO ENTRADAS-PERIODO.
           MOVE PG-FACT-TOTAL TO TOTAL-FACT.
           MOVE PG-BETA-TOTAL TO TOTAL-BETA.
           MOVE PG-MOVIDAS TO MOVIDAS.
           MOVE PG-CONSERVADAS TO CONSERVADAS.
           DISPLAY "EL CIERRE DEL PERIODO " PERIODO-CIERRE
                   " EMPRESA " EMPRESA-CIERRE " QUEDO INTERRUMPIDO EN "
                   "EL PASO " PASO-CIERRE " (INICIADO POR "
                   PG-OPERADOR " EL " PG-FECHA ") -- SE REANUDA".
           OPEN I-O RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = "00"
              MOVE "CONTROL_EJECUCION.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE RUN-CONTROL-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           MOVE EMPRESA-CIERRE TO RCE-EMPRESA.
           MOVE PERIODO-CIERRE TO RCE-PERIODO.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "CONTROL_EJECUCION.DAT" TO NOMBRE-ARCHIVO-ERR
                   MOVE RUN-CONTROL-STATUS TO ESTADO-ARCHIVO-ERR
                   PERFORM ABORTAR-POR-ESTADO
           END-READ.
      * Stopped after the "C" landed: only the progress record was
      * left behind.
           IF RCE-ESTADO = "C"
              CLOSE RUN-CONTROL-FILE
              PERFORM BORRAR-PROGRESO
              DISPLAY "EL PERIODO YA HABIA QUEDADO CERRADO, SOLO "
                      "FALTABA DAR POR TERMINADO EL CIERRE"
           ELSE
              IF PASO-CIERRE = "A"
                 PERFORM CONTAR-LINEAS-ARCHIVO
                 PERFORM CONTAR-INDICE-PERIODO
                 COMPUTE YA-ARCHIVADAS = LINEAS-ARCHIVO
                         - ARCHIVO-INICIO
                 COMPUTE YA-INDEXADAS = REGISTROS-INDICE
                         - INDICE-INICIO
              END-IF
              PERFORM EJECUTAR-CIERRE
           END-IF.

       ESCRIBIR-PROGRESO.
           MOVE EMPRESA-CIERRE TO PG-EMPRESA.
           MOVE PERIODO-CIERRE TO PG-PERIODO.
           MOVE PASO-CIERRE TO PG-PASO.
           MOVE ARCHIVO-INICIO TO PG-ARCHIVO-INICIO.
           MOVE INDICE-INICIO TO PG-INDICE-INICIO.
           MOVE ENTRADAS-PERIODO TO PG-ENTRADAS.
           MOVE TOTAL-FACT TO PG-FACT-TOTAL.
           MOVE TOTAL-BETA TO PG-BETA-TOTAL.
           MOVE MOVIDAS TO PG-MOVIDAS.
           MOVE CONSERVADAS TO PG-CONSERVADAS.
           MOVE OPERADOR-ACTUAL TO PG-OPERADOR.
           MOVE FECHA-SISTEMA TO PG-FECHA.
           OPEN OUTPUT PROGRESO-FILE.
           WRITE PROGRESO-RECORD.
           IF PROGRESO-STATUS NOT = "00"
              MOVE "CIERRE_PROGRESO.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE PROGRESO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           CLOSE PROGRESO-FILE.

       BORRAR-PROGRESO.
           OPEN OUTPUT PROGRESO-FILE.
           IF PROGRESO-STATUS NOT = "00"
              MOVE "CIERRE_PROGRESO.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE PROGRESO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           CLOSE PROGRESO-FILE.

       CONTAR-LINEAS-ARCHIVO.
           MOVE 0 TO LINEAS-ARCHIVO.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           IF ARCHIVO-STATUS = "00"
              PERFORM CONTAR-LINEA-ARCHIVO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE ARCHIVO-FILE
           END-IF.

       CONTAR-LINEA-ARCHIVO.
           READ ARCHIVO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   ADD 1 TO LINEAS-ARCHIVO
           END-READ.

       CONTAR-INDICE-PERIODO.
      * The company's records of the period in the mirror, walked on
      * the period alternate key.
           MOVE 0 TO REGISTROS-INDICE.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HISTIDX-FILE.
           IF HISTIDX-STATUS = "00"
              MOVE PERIODO-CIERRE TO HX-PERIODO-K
              START HISTIDX-FILE KEY IS = HX-PERIODO-K
                  INVALID KEY
                      MOVE "SI " TO FIN-DE-ARCHIVO
              END-START
              PERFORM CONTAR-REGISTRO-INDICE UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE HISTIDX-FILE
           END-IF.

       CONTAR-REGISTRO-INDICE.
           READ HISTIDX-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF HX-PERIODO-K NOT = PERIODO-CIERRE
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   ELSE
                      IF HX-EMPRESA = EMPRESA-CIERRE
                         ADD 1 TO REGISTROS-INDICE
                      END-IF
                   END-IF
           END-READ.

       ARCHIVAR-PERIODO.
      * Second pass: period lines go verbatim to the archive (they
      * carry their period, so the archive stays queryable by date),
      * everything else to the temp copy of the live log.
           MOVE 0 TO MOVIDAS CONSERVADAS.
           MOVE 0 TO PERIODO-LEIDAS INDEXABLES-LEIDAS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-PAGOS-FILE.
      * The keyed mirror behind CONSULTA takes the same lines the
                   PERFORM NORMALIZAR-EMPRESA-LINEA
                   IF LH-PERIODO = PERIODO-CIERRE
                      AND EMPRESA-LINEA = EMPRESA-CIERRE
                      ADD 1 TO PERIODO-LEIDAS
                      IF PERIODO-LEIDAS > YA-ARCHIVADAS
                         PERFORM ARCHIVAR-LINEA
                      END-IF
                      ADD 1 TO MOVIDAS
                      PERFORM INDEXAR-LINEA-CIERRE
                   END-IF
           END-READ.

       ARCHIVAR-LINEA.
           WRITE ARCHIVO-RECORD FROM LINEA-HIST-PAGOS.
           IF ARCHIVO-STATUS NOT = "00"
              MOVE "HISTORIAL_ARCHIVO.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE ARCHIVO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

       INDEXAR-LINEA-CIERRE.
      * Entries from before the id went on the log cannot be keyed;
      * the sequence walks up past the entries the employee-month
      * already holds (normal pay, bonus, arrears lines).
           IF LH-EMP-ID IS NUMERIC AND LH-EMP-ID NOT = 0
              ADD 1 TO INDEXABLES-LEIDAS
           END-IF.
           IF LH-EMP-ID IS NUMERIC AND LH-EMP-ID NOT = 0
              AND INDEXABLES-LEIDAS > YA-INDEXADAS
              MOVE LH-EMP-ID TO HX-EMP-ID
              MOVE LH-PERIODO TO HX-PERIODO HX-PERIODO-K
              MOVE LH-PROGRAMA TO HX-PROGRAMA
       ABORTAR-POR-ESTADO.
      * A half-rewritten history must never read as a closed period
      * -- name the failure, return 12, and stop before
      * MARCAR-CERRADO can run. CIERRE_PROGRESO.DAT keeps the step
      * reached, so the next CIERRE finishes the job.
           DISPLAY "ERROR DE E/S EN " NOMBRE-ARCHIVO-ERR
                   " ESTADO " ESTADO-ARCHIVO-ERR
                   ", CIERRE ABORTADO, EL PERIODO NO SE CIERRA".
           DISPLAY "CORREGIR LA CAUSA Y VOLVER A EJECUTAR CIERRE: "
                   "SE REANUDA DESDE EL PASO EN QUE QUEDO".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

           END-READ.

       ESCRIBIR-RESUMEN.
      * A resumed close may have stopped right after this line went
      * out -- it is never written twice.
           IF HAY-CIERRE-INTERRUMPIDO
              PERFORM BUSCAR-RESUMEN-PREVIO
           END-IF.
           IF NOT HAY-RESUMEN-PREVIO
              PERFORM GRABAR-RESUMEN
           END-IF.

       BUSCAR-RESUMEN-PREVIO.
           MOVE "NO " TO RESUMEN-PREVIO.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT RESUMEN-FILE.
           IF RESUMEN-STATUS = "00"
              PERFORM LEER-RESUMEN-PREVIO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE RESUMEN-FILE
           END-IF.

       LEER-RESUMEN-PREVIO.
           READ RESUMEN-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF RS-PERIODO = PERIODO-CIERRE
                      AND RS-EMPRESA = EMPRESA-CIERRE
                      SET HAY-RESUMEN-PREVIO TO TRUE
                   END-IF
           END-READ.

       GRABAR-RESUMEN.
           OPEN EXTEND RESUMEN-FILE.
           IF RESUMEN-STATUS = "35"
              OPEN OUTPUT RESUMEN-FILE
