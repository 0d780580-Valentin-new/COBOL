      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Anonymization of former employees once the legal
      *          retention period has run -- finds every leaver whose
      *          EMP-FECHA-BAJA is older than the years kept in
      *          RETENCION_DATOS.DAT (6 when the file is absent) and
      *          replaces the name and bank account with the
      *          pseudonym ANONIMO-<id> everywhere they were kept:
      *          the master and its EMPLEADOS.BAK copy, both pay
      *          history logs and the indexed history, the name lines
      *          of CAMBIOS_MAESTRO.LOG, the split-pay instructions
      *          and the per-employee slips, settlements and
      *          duplicates. Every amount is left exactly as it was,
      *          so totals, certificates and reconciliations still
      *          add up. A leaver with an open loan, a garnishment
      *          not closed or arrears still pending is refused and
      *          listed instead. The candidates are shown first and
      *          nothing changes until the signed-on supervisor
      *          confirms; ANONIMIZACION.TXT records what was done
      *          (ids and pseudonyms only, never the old data) and
      *          closes with the supervisor's signature and a seal
      *          over the whole report, computed as the bank-file
      *          seal is. Accounts are searched and masked over the
      *          full 34-character IBAN, in the master, the split-pay
      *          instructions and the backup alike.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT OPTIONAL RETENCION-FILE
               ASSIGN TO "RETENCION_DATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENCION-STATUS.
           SELECT OPTIONAL PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESTAMOS-STATUS.
           SELECT OPTIONAL EMBARGOS-FILE ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMBARGOS-STATUS.
           SELECT OPTIONAL ATRASOS-FILE
               ASSIGN TO "ATRASOS_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATRASOS-STATUS.
           SELECT OPTIONAL CAMBIOS-FILE ASSIGN TO "CAMBIOS_MAESTRO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMBIOS-STATUS.
           SELECT OPTIONAL HIST-PAGOS-FILE
               ASSIGN TO "HISTORIAL_PAGOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-PAGOS-STATUS.
           SELECT OPTIONAL ARCHIVO-FILE
               ASSIGN TO "HISTORIAL_ARCHIVO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVO-STATUS.
           SELECT HISTIDX-FILE ASSIGN TO "HISTORIAL_INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-CLAVE
               ALTERNATE RECORD KEY IS HX-PERIODO-K
                   WITH DUPLICATES
               FILE STATUS IS HISTIDX-STATUS.
           SELECT OPTIONAL CALENDARIO-FILE
               ASSIGN TO "CALENDARIO_PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDARIO-STATUS.
           SELECT OPTIONAL RESPALDO-FILE ASSIGN TO "EMPLEADOS.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPALDO-STATUS.
           SELECT OPTIONAL INSTRUCCIONES-FILE
               ASSIGN TO "INSTRUCCIONES_PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCCIONES-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO DOCUMENTO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENTO-STATUS.
           SELECT TEMPORAL-FILE ASSIGN TO "ANONIMIZ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPORAL-STATUS.
           SELECT INFORME-FILE ASSIGN TO "ANONIMIZACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
      * Declared for the shared seal copybook only -- this program
      * seals its own report and never opens the bank file.
           SELECT BANCO-FILE ASSIGN TO "PAGOS_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  RETENCION-FILE.
      * One line: how many whole years a leaver's personal data is
      * kept after EMP-FECHA-BAJA. Absent file applies the default.
       01  RETENCION-RECORD.
           05 RD-ANIOS PIC 9(2).

       FD  PRESTAMOS-FILE.
      * Must match the layout FACTURACION.cbl recovers from.
       01  PRESTAMO-RECORD.
           05 PR-EMP-ID         PIC 9(5).
           05 PR-PRINCIPAL      PIC 9(8)V9(2).
           05 PR-CUOTA          PIC 9(6)V9(2).
           05 PR-SALDO          PIC 9(8)V9(2).
           05 PR-PERIODO-INICIO PIC 9(6).
           05 PR-ESTADO         PIC X(1).

       FD  EMBARGOS-FILE.
           COPY EMBREC.

       FD  ATRASOS-FILE.
      * Any line left here is money the next run still owes.
       01  ATRASO-RECORD.
           05 AT-EMP-ID    PIC 9(5).
           05 AT-PERIODO   PIC 9(6).
           05 AT-DIF-BRUTO PIC 9(8)V9(2).
           05 AT-DIF-NETO  PIC 9(8)V9(2).

       FD  CAMBIOS-FILE.
       01  CAMBIOS-RECORD PIC X(160).

       FD  HIST-PAGOS-FILE.
       01  HIST-PAGOS-RECORD PIC X(120).

       FD  ARCHIVO-FILE.
       01  ARCHIVO-RECORD PIC X(120).

       FD  HISTIDX-FILE.
           COPY HISTIDX.

       FD  CALENDARIO-FILE.
      * Must match the layout FACTURACION.cbl locks its cycles by.
       01  CALENDARIO-RECORD.
           05 CAL-FRECUENCIA   PIC X(1).
           05 CAL-CICLO        PIC 9(6).
           05 CAL-PERIODO-BASE PIC 9(6).
           05 CAL-INICIO       PIC 9(8).
           05 CAL-FIN          PIC 9(8).

       FD  RESPALDO-FILE.
       01  RESPALDO-RECORD PIC X(194).

       FD  INSTRUCCIONES-FILE.
      * Must match the layout the pay run distributes from.
       01  INSTRUCCION-RECORD.
           05 IP-EMP-ID    PIC 9(5).
           05 IP-CUENTA    PIC X(34).
           05 IP-TIPO      PIC X(1).
           05 IP-VALOR     PIC 9(5)V9(2).
           05 IP-PRIORIDAD PIC 9(1).

       FD  DOCUMENTO-FILE.
       01  DOCUMENTO-RECORD PIC X(100).

       FD  TEMPORAL-FILE.
       01  TEMPORAL-RECORD PIC X(194).

       FD  INFORME-FILE.
       01  INFORME-RECORD PIC X(100).

       FD  OPERATORS-FILE.
      * One operator per line: "<code> <S|U>", S marks a supervisor.
       01  OPERATOR-RECORD.
           05 OP-CODIGO PIC X(8).
           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       FD  BANCO-FILE.
       01  BANCO-RECORD PIC X(54).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY SELLO.
           COPY HISTLOG.
           COPY CAMBLOG.
       01 EMPLOYEE-STATUS PIC X(2).
       01 RETENCION-STATUS PIC X(2).
       01 PRESTAMOS-STATUS PIC X(2).
       01 EMBARGOS-STATUS PIC X(2).
       01 ATRASOS-STATUS PIC X(2).
       01 CAMBIOS-STATUS PIC X(2).
       01 HIST-PAGOS-STATUS PIC X(2).
       01 ARCHIVO-STATUS PIC X(2).
       01 HISTIDX-STATUS PIC X(2).
       01 CALENDARIO-STATUS PIC X(2).
       01 RESPALDO-STATUS PIC X(2).
       01 INSTRUCCIONES-STATUS PIC X(2).
       01 DOCUMENTO-STATUS PIC X(2).
       01 TEMPORAL-STATUS PIC X(2).
       01 INFORME-STATUS PIC X(2).
       01 BANCO-STATUS PIC X(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 CONFIRMAR PIC X(3).
       01 MODO-EJECUCION PIC X(3) VALUE "NO ".
           88 ES-EJECUCION-REAL VALUE "SI ".
       01 FECHA-SISTEMA PIC 9(8).
      * Years of retention after the leaving date; RETENCION_DATOS.DAT
      * overrides it with any value from 1 up.
       01 ANIOS-RETENCION PIC 9(2) VALUE 6.
       01 FECHA-CORTE PIC 9(8).
       01 PSEUDONIMO.
           05 FILLER    PIC X(8) VALUE "ANONIMO-".
           05 PS-EMP-ID PIC 9(5).
      * Every leaver past the cutoff. TC-MOTIVO stays blank for the
      * ones that may be anonymized; TC-DATO collects every name the
      * employee was ever written under (master, history, name
      * changes) and the account, so the documents are searched for
      * all of them.
       01 TOTAL-CANDIDATOS PIC 9(3) VALUE 0.
       01 CANDIDATOS-OMITIDOS PIC 9(5) VALUE 0.
       01 TABLA-CANDIDATOS.
           05 CANDIDATO OCCURS 200 TIMES.
              10 TC-EMP-ID         PIC 9(5).
              10 TC-FECHA-BAJA     PIC 9(8).
              10 TC-FECHA-BAJA-R REDEFINES TC-FECHA-BAJA.
                 15 TC-PERIODO-BAJA PIC 9(6).
                 15 FILLER          PIC 9(2).
              10 TC-PRIMER-PERIODO PIC 9(6).
              10 TC-ULTIMO-PERIODO PIC 9(6).
              10 TC-PSEUDONIMO     PIC X(13).
              10 TC-MOTIVO         PIC X(30).
              10 TC-TOTAL-DATOS    PIC 9(1).
              10 TC-DATO OCCURS 8 TIMES PIC X(56).
              10 TC-LINEAS-HIST    PIC 9(5).
              10 TC-REG-INDEXADO   PIC 9(5).
              10 TC-LINEAS-CAMBIO  PIC 9(5).
              10 TC-DOCUMENTOS     PIC 9(3).
       01 SUB-CANDIDATO PIC 9(3).
       01 CANDIDATO-HALLADO PIC 9(3).
       01 ID-BUSCADO PIC 9(5).
       01 CANDIDATOS-APTOS PIC 9(3) VALUE 0.
       01 CANDIDATOS-RECHAZADOS PIC 9(3) VALUE 0.
       01 MOTIVO-RECHAZO PIC X(30).
       01 DATO-BUSCADO PIC X(56).
       01 SUB-DATO PIC 9(1).
       01 DATO-REPETIDO PIC X(3).
           88 ES-DATO-REPETIDO VALUE "SI ".
       01 LARGO-DATO PIC 9(2).
       01 LARGO-HALLADO PIC 9(2).
       01 TABLA-LARGOS.
           05 TL-LARGO OCCURS 8 TIMES PIC 9(2).
       01 POS-LINEA PIC 9(3).
       01 LINEA-DOCUMENTO PIC X(100).
       01 LINEA-CAMBIADA PIC X(3).
           88 HAY-LINEA-CAMBIADA VALUE "SI ".
       01 PERIODO-LINEA PIC 9(6).
      * Lines changed in the file being rewritten -- an untouched
      * file is never copied back.
       01 LINEAS-CAMBIADAS PIC 9(7).
       01 TOTAL-LINEAS-HIST PIC 9(7) VALUE 0.
       01 TOTAL-REG-INDEXADO PIC 9(7) VALUE 0.
       01 TOTAL-LINEAS-CAMBIO PIC 9(7) VALUE 0.
       01 TOTAL-DOCUMENTOS PIC 9(5) VALUE 0.
       01 TOTAL-LINEAS-RESPALDO PIC 9(5) VALUE 0.
       01 TOTAL-INSTRUCCIONES PIC 9(5) VALUE 0.
       01 TOTAL-MAESTRO PIC 9(3) VALUE 0.
       01 DOCUMENTOS-SIN-REESCRIBIR PIC 9(5) VALUE 0.
      * The respaldo line is a verbatim EMPREC image -- name after
      * the id, the account at byte 116.
       01 LINEA-RESPALDO.
           05 LR-EMP-ID  PIC 9(5).
           05 LR-NOMBRE  PIC X(56).
           05 FILLER     PIC X(54).
           05 LR-CUENTA  PIC X(34).
           05 FILLER     PIC X(45).
      * The calendar cycles, so the slips a cycle run named by its
      * cycle key are found from the month they belong to.
       01 TOTAL-CICLOS PIC 9(3) VALUE 0.
       01 TABLA-CICLOS.
           05 CICLO OCCURS 500 TIMES.
              10 TCI-CICLO        PIC 9(6).
              10 TCI-PERIODO-BASE PIC 9(6).
       01 SUB-CICLO PIC 9(3).
      * Walking the employee's months, and the key each document of
      * that month may be named by.
       01 PERIODO-DOC PIC 9(6).
       01 PERIODO-DOC-R REDEFINES PERIODO-DOC.
           05 PD-ANIO PIC 9(4).
           05 PD-MES  PIC 9(2).
       01 MESES-RECORRIDOS PIC 9(3).
       01 CLAVE-DOC PIC 9(6).
       01 DOCUMENTO-NOMBRE PIC X(30).
      * A document is rewritten from memory; one longer than the
      * table is left as it is and reported, never truncated.
       01 TOTAL-LINEAS-DOC PIC 9(3).
       01 TABLA-DOCUMENTO.
           05 TD-LINEA OCCURS 500 TIMES PIC X(100).
       01 SUB-LINEA-DOC PIC 9(3).
       01 DOCUMENTO-DESBORDADO PIC X(3).
           88 HAY-DOCUMENTO-DESBORDADO VALUE "SI ".
       01 LINEA-INFORME PIC X(100).
       01 LINEA-CANDIDATO.
           05 ANON-EMP-ID    PIC 9(5).
           05 FILLER         PIC X(6) VALUE " BAJA ".
           05 ANON-BAJA      PIC 9(8).
           05 FILLER         PIC X(2) VALUE "  ".
           05 ANON-RESULTADO PIC X(44).
       01 LINEA-DETALLE.
           05 FILLER      PIC X(11) VALUE "     HIST: ".
           05 LD-HIST     PIC Z(4)9.
           05 FILLER      PIC X(10) VALUE "  INDICE: ".
           05 LD-INDICE   PIC Z(4)9.
           05 FILLER      PIC X(11) VALUE "  CAMBIOS: ".
           05 LD-CAMBIOS  PIC Z(4)9.
           05 FILLER      PIC X(14) VALUE "  DOCUMENTOS: ".
           05 LD-DOCS     PIC ZZ9.
       01 LINEA-TOTAL.
           05 LT-ETIQUETA PIC X(40).
           05 LT-CANTIDAD PIC Z(6)9.
      * Filled in before PERFORMing ABORTAR-POR-ESTADO so the abort
      * message names the file and status that failed.
       01 NOMBRE-ARCHIVO-ERR PIC X(30).
       01 ESTADO-ARCHIVO-ERR PIC X(2).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ANONIMIZACION DE EX EMPLEADOS".
           PERFORM FIRMAR-OPERADOR.
           IF NOT HAY-SIGNON
              DISPLAY "SIN FIRMA DE OPERADOR, NO SE ANONIMIZA NADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      * Irreversible by design -- a supervisor's decision only.
           IF NOT ES-SUPERVISOR
              DISPLAY "SOLO UN SUPERVISOR PUEDE ANONIMIZAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT SELLO-HORA-SISTEMA FROM TIME.
           PERFORM CARGAR-RETENCION.
           COMPUTE FECHA-CORTE = FECHA-SISTEMA
                   - ANIOS-RETENCION * 10000.
           DISPLAY "RETENCION " ANIOS-RETENCION " ANIOS -- BAJAS "
                   "ANTERIORES AL " FECHA-CORTE.
           PERFORM SELECCIONAR-CANDIDATOS.
           PERFORM MARCAR-PRESTAMOS.
           PERFORM MARCAR-EMBARGOS.
           PERFORM MARCAR-ATRASOS.
           PERFORM MOSTRAR-CANDIDATOS.
           IF CANDIDATOS-APTOS > 0
              DISPLAY "ANONIMIZAR LOS " CANDIDATOS-APTOS
                      " EMPLEADOS APTOS? ES IRREVERSIBLE (SI/NO)"
              MOVE SPACES TO CONFIRMAR
              ACCEPT CONFIRMAR
              IF CONFIRMAR = "SI "
                 SET ES-EJECUCION-REAL TO TRUE
              ELSE
                 DISPLAY "NO CONFIRMADO -- SIMULACION, NADA CAMBIADO"
              END-IF
           END-IF.
           IF ES-EJECUCION-REAL
              PERFORM ANONIMIZAR-CAMBIOS
              PERFORM ANONIMIZAR-HIST-PAGOS
              PERFORM ANONIMIZAR-ARCHIVO
              PERFORM ANONIMIZAR-INDEXADO
              PERFORM CARGAR-CICLOS
              PERFORM ANONIMIZAR-DOCUMENTOS
                      VARYING SUB-CANDIDATO FROM 1 BY 1
                      UNTIL SUB-CANDIDATO > TOTAL-CANDIDATOS
              PERFORM ANONIMIZAR-RESPALDO
              PERFORM ANONIMIZAR-INSTRUCCIONES
      * The master goes last: a run stopped half way leaves the name
      * on the master, so the next run picks the employee up again
      * and finishes what is left.
              PERFORM ANONIMIZAR-MAESTRO
           END-IF.
           PERFORM ESCRIBIR-INFORME.
           IF CANDIDATOS-RECHAZADOS > 0 OR CANDIDATOS-OMITIDOS > 0
              OR DOCUMENTOS-SIN-REESCRIBIR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "INFORME FIRMADO EN ANONIMIZACION.TXT".
           STOP RUN.

       ABORTAR-POR-ESTADO.
           DISPLAY "ERROR DE E/S EN " NOMBRE-ARCHIVO-ERR
                   " ESTADO " ESTADO-ARCHIVO-ERR
                   ", EJECUCION ABORTADA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       CARGAR-RETENCION.
           OPEN INPUT RETENCION-FILE.
           IF RETENCION-STATUS = "00"
              READ RETENCION-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF RD-ANIOS IS NUMERIC AND RD-ANIOS > 0
                         MOVE RD-ANIOS TO ANIOS-RETENCION
                      ELSE
                         DISPLAY "AVISO: RETENCION_DATOS.DAT NO "
                                 "VALIDO, SE APLICAN " ANIOS-RETENCION
                                 " ANIOS"
                      END-IF
              END-READ
           END-IF.
           CLOSE RETENCION-FILE.

      * ---------------------------------------------------------------
      * Who is due: terminated, left before the cutoff, and not
      * already carrying the pseudonym.
      * ---------------------------------------------------------------
       SELECCIONAR-CANDIDATOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "NO HAY EMPLEADOS.DAT, NADA QUE ANONIMIZAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           PERFORM LEER-CANDIDATO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE EMPLOYEE-FILE.
           IF CANDIDATOS-OMITIDOS > 0
              DISPLAY "AVISO: " CANDIDATOS-OMITIDOS " BAJAS MAS "
                      "QUEDAN PARA LA PROXIMA EJECUCION (TABLA DE 200)"
           END-IF.

       LEER-CANDIDATO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF EMP-TERMINADO
                      AND EMP-FECHA-BAJA > 0
                      AND EMP-FECHA-BAJA < FECHA-CORTE
                      AND EMP-NOMBRE (1:8) NOT = "ANONIMO-"
                      PERFORM AGREGAR-CANDIDATO
                   END-IF
           END-READ.

       AGREGAR-CANDIDATO.
           IF TOTAL-CANDIDATOS NOT < 200
              ADD 1 TO CANDIDATOS-OMITIDOS
           ELSE
              ADD 1 TO TOTAL-CANDIDATOS
              MOVE TOTAL-CANDIDATOS TO SUB-CANDIDATO
              MOVE EMP-ID TO TC-EMP-ID (SUB-CANDIDATO)
              MOVE EMP-FECHA-BAJA TO TC-FECHA-BAJA (SUB-CANDIDATO)
              MOVE EMP-ID TO PS-EMP-ID
              MOVE PSEUDONIMO TO TC-PSEUDONIMO (SUB-CANDIDATO)
              MOVE SPACES TO TC-MOTIVO (SUB-CANDIDATO)
              MOVE 0 TO TC-TOTAL-DATOS (SUB-CANDIDATO)
              MOVE 0 TO TC-LINEAS-HIST (SUB-CANDIDATO)
              MOVE 0 TO TC-REG-INDEXADO (SUB-CANDIDATO)
              MOVE 0 TO TC-LINEAS-CAMBIO (SUB-CANDIDATO)
              MOVE 0 TO TC-DOCUMENTOS (SUB-CANDIDATO)
      * The months worked, as far as the master tells; the history
      * passes widen the span to every period actually paid.
              MOVE EMP-FECHA-ALTA (1:6) TO TC-PRIMER-PERIODO
                                           (SUB-CANDIDATO)
              IF EMP-FECHA-ALTA = 0
                 MOVE TC-PERIODO-BAJA (SUB-CANDIDATO)
                      TO TC-PRIMER-PERIODO (SUB-CANDIDATO)
              END-IF
              MOVE TC-PERIODO-BAJA (SUB-CANDIDATO)
                   TO TC-ULTIMO-PERIODO (SUB-CANDIDATO)
              MOVE SUB-CANDIDATO TO CANDIDATO-HALLADO
              MOVE EMP-NOMBRE TO DATO-BUSCADO
              PERFORM AGREGAR-DATO
              MOVE EMP-CUENTA-BANCO TO DATO-BUSCADO
              PERFORM AGREGAR-DATO
           END-IF.

       BUSCAR-CANDIDATO.
      * Only the ones still cleared for anonymization are found.
           MOVE 0 TO CANDIDATO-HALLADO.
           PERFORM VARYING SUB-CANDIDATO FROM 1 BY 1
                   UNTIL SUB-CANDIDATO > TOTAL-CANDIDATOS
              IF TC-EMP-ID (SUB-CANDIDATO) = ID-BUSCADO
                 AND TC-MOTIVO (SUB-CANDIDATO) = SPACES
                 MOVE SUB-CANDIDATO TO CANDIDATO-HALLADO
                 MOVE TOTAL-CANDIDATOS TO SUB-CANDIDATO
              END-IF
           END-PERFORM.

       BUSCAR-CANDIDATO-POR-NOMBRE.
      * History lines from before the id field carry only the name --
      * they are matched on the master name.
           MOVE 0 TO CANDIDATO-HALLADO.
           PERFORM VARYING SUB-CANDIDATO FROM 1 BY 1
                   UNTIL SUB-CANDIDATO > TOTAL-CANDIDATOS
              IF TC-DATO (SUB-CANDIDATO 1) = DATO-BUSCADO
                 AND TC-MOTIVO (SUB-CANDIDATO) = SPACES
                 MOVE SUB-CANDIDATO TO CANDIDATO-HALLADO
                 MOVE TOTAL-CANDIDATOS TO SUB-CANDIDATO
              END-IF
           END-PERFORM.

       AGREGAR-DATO.
           MOVE "NO " TO DATO-REPETIDO.
           IF DATO-BUSCADO = SPACES
              OR DATO-BUSCADO = TC-PSEUDONIMO (CANDIDATO-HALLADO)
              SET ES-DATO-REPETIDO TO TRUE
           END-IF.
           PERFORM VARYING SUB-DATO FROM 1 BY 1
                   UNTIL SUB-DATO > TC-TOTAL-DATOS (CANDIDATO-HALLADO)
              IF TC-DATO (CANDIDATO-HALLADO SUB-DATO) = DATO-BUSCADO
                 SET ES-DATO-REPETIDO TO TRUE
              END-IF
           END-PERFORM.
           IF NOT ES-DATO-REPETIDO
              AND TC-TOTAL-DATOS (CANDIDATO-HALLADO) < 8
              ADD 1 TO TC-TOTAL-DATOS (CANDIDATO-HALLADO)
              MOVE TC-TOTAL-DATOS (CANDIDATO-HALLADO) TO SUB-DATO
              MOVE DATO-BUSCADO TO TC-DATO (CANDIDATO-HALLADO SUB-DATO)
           END-IF.

       ANOTAR-PERIODO.
           IF PERIODO-LINEA > 0
              IF PERIODO-LINEA < TC-PRIMER-PERIODO (CANDIDATO-HALLADO)
                 MOVE PERIODO-LINEA
                      TO TC-PRIMER-PERIODO (CANDIDATO-HALLADO)
              END-IF
              IF PERIODO-LINEA > TC-ULTIMO-PERIODO (CANDIDATO-HALLADO)
                 MOVE PERIODO-LINEA
                      TO TC-ULTIMO-PERIODO (CANDIDATO-HALLADO)
              END-IF
           END-IF.

      * ---------------------------------------------------------------
      * Refusals: money still owed either way keeps the person
      * identifiable until it is settled.
      * ---------------------------------------------------------------
       MARCAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE.
           IF PRESTAMOS-STATUS = "00"
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM LEER-PRESTAMO UNTIL HAY-FIN-DE-ARCHIVO
           END-IF.
           CLOSE PRESTAMOS-FILE.

       LEER-PRESTAMO.
           READ PRESTAMOS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF PR-ESTADO = "A" AND PR-SALDO > 0
                      MOVE PR-EMP-ID TO ID-BUSCADO
                      MOVE "PRESTAMO CON SALDO PENDIENTE"
                           TO MOTIVO-RECHAZO
                      PERFORM RECHAZAR-CANDIDATO
                   END-IF
           END-READ.

       MARCAR-EMBARGOS.
           OPEN INPUT EMBARGOS-FILE.
           IF EMBARGOS-STATUS = "00"
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM LEER-EMBARGO UNTIL HAY-FIN-DE-ARCHIVO
           END-IF.
           CLOSE EMBARGOS-FILE.

       LEER-EMBARGO.
      * A suspended order is still open -- the court may revive it.
           READ EMBARGOS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF NOT EM-CERRADO
                      MOVE EM-EMP-ID TO ID-BUSCADO
                      MOVE "EMBARGO NO CERRADO" TO MOTIVO-RECHAZO
                      PERFORM RECHAZAR-CANDIDATO
                   END-IF
           END-READ.

       MARCAR-ATRASOS.
           OPEN INPUT ATRASOS-FILE.
           IF ATRASOS-STATUS = "00"
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM LEER-ATRASO UNTIL HAY-FIN-DE-ARCHIVO
           END-IF.
           CLOSE ATRASOS-FILE.

       LEER-ATRASO.
           READ ATRASOS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE AT-EMP-ID TO ID-BUSCADO
                   MOVE "ATRASOS PENDIENTES DE PAGO" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-CANDIDATO
           END-READ.

       RECHAZAR-CANDIDATO.
           PERFORM BUSCAR-CANDIDATO.
           IF CANDIDATO-HALLADO > 0
              MOVE MOTIVO-RECHAZO TO TC-MOTIVO (CANDIDATO-HALLADO)
           END-IF.

       MOSTRAR-CANDIDATOS.
      * Ids and dates only -- the names are not echoed anywhere.
           MOVE 0 TO CANDIDATOS-APTOS.
           MOVE 0 TO CANDIDATOS-RECHAZADOS.
           PERFORM VARYING SUB-CANDIDATO FROM 1 BY 1
                   UNTIL SUB-CANDIDATO > TOTAL-CANDIDATOS
              IF TC-MOTIVO (SUB-CANDIDATO) = SPACES
                 ADD 1 TO CANDIDATOS-APTOS
                 DISPLAY TC-EMP-ID (SUB-CANDIDATO) " BAJA "
                         TC-FECHA-BAJA (SUB-CANDIDATO) "  APTO"
              ELSE
                 ADD 1 TO CANDIDATOS-RECHAZADOS
                 DISPLAY TC-EMP-ID (SUB-CANDIDATO) " BAJA "
                         TC-FECHA-BAJA (SUB-CANDIDATO) "  RECHAZADO: "
                         TC-MOTIVO (SUB-CANDIDATO)
              END-IF
           END-PERFORM.
           DISPLAY "BAJAS VENCIDAS: " TOTAL-CANDIDATOS
                   "  APTAS: " CANDIDATOS-APTOS
                   "  RECHAZADAS: " CANDIDATOS-RECHAZADOS.

      * ---------------------------------------------------------------
      * CAMBIOS_MAESTRO.LOG: the name lines carry old and new names.
      * ---------------------------------------------------------------
       ANONIMIZAR-CAMBIOS.
           MOVE 0 TO LINEAS-CAMBIADAS.
           OPEN INPUT CAMBIOS-FILE.
           IF CAMBIOS-STATUS = "00"
              OPEN OUTPUT TEMPORAL-FILE
              PERFORM VERIFICAR-TEMPORAL
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM COPIAR-CAMBIO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE TEMPORAL-FILE
           END-IF.
           CLOSE CAMBIOS-FILE.
           IF LINEAS-CAMBIADAS > 0
              OPEN OUTPUT CAMBIOS-FILE
              OPEN INPUT TEMPORAL-FILE
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM REPONER-CAMBIO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE CAMBIOS-FILE
              CLOSE TEMPORAL-FILE
           END-IF.
           MOVE LINEAS-CAMBIADAS TO TOTAL-LINEAS-CAMBIO.

       COPIAR-CAMBIO.
           READ CAMBIOS-FILE INTO LINEA-CAMBIO
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LC-CAMPO = "NOMBRE    " AND LC-EMP-ID IS NUMERIC
                      MOVE LC-EMP-ID TO ID-BUSCADO
                      PERFORM BUSCAR-CANDIDATO
                      IF CANDIDATO-HALLADO > 0
                         MOVE LC-VIEJO TO DATO-BUSCADO
                         PERFORM AGREGAR-DATO
                         MOVE LC-NUEVO TO DATO-BUSCADO
                         PERFORM AGREGAR-DATO
                         MOVE TC-PSEUDONIMO (CANDIDATO-HALLADO)
                              TO LC-VIEJO
                         MOVE TC-PSEUDONIMO (CANDIDATO-HALLADO)
                              TO LC-NUEVO
                         ADD 1 TO TC-LINEAS-CAMBIO (CANDIDATO-HALLADO)
                         ADD 1 TO LINEAS-CAMBIADAS
                      END-IF
                   END-IF
                   WRITE TEMPORAL-RECORD FROM LINEA-CAMBIO
                   PERFORM VERIFICAR-TEMPORAL
           END-READ.

       REPONER-CAMBIO.
           READ TEMPORAL-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE TEMPORAL-RECORD TO CAMBIOS-RECORD
                   WRITE CAMBIOS-RECORD
                   IF CAMBIOS-STATUS NOT = "00"
                      MOVE "CAMBIOS_MAESTRO.LOG" TO NOMBRE-ARCHIVO-ERR
                      MOVE CAMBIOS-STATUS TO ESTADO-ARCHIVO-ERR
                      PERFORM ABORTAR-POR-ESTADO
                   END-IF
           END-READ.

      * ---------------------------------------------------------------
      * The two pay history logs -- live and archived -- share the
      * HISTLOG layout; only LH-CLAVE names anybody.
      * ---------------------------------------------------------------
       ANONIMIZAR-HIST-PAGOS.
           MOVE 0 TO LINEAS-CAMBIADAS.
           OPEN INPUT HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS = "00"
              OPEN OUTPUT TEMPORAL-FILE
              PERFORM VERIFICAR-TEMPORAL
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM COPIAR-HIST-PAGOS UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE TEMPORAL-FILE
           END-IF.
           CLOSE HIST-PAGOS-FILE.
           IF LINEAS-CAMBIADAS > 0
              OPEN OUTPUT HIST-PAGOS-FILE
              OPEN INPUT TEMPORAL-FILE
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM REPONER-HIST-PAGOS UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE HIST-PAGOS-FILE
              CLOSE TEMPORAL-FILE
           END-IF.
           ADD LINEAS-CAMBIADAS TO TOTAL-LINEAS-HIST.

       COPIAR-HIST-PAGOS.
           READ HIST-PAGOS-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM ANONIMIZAR-LINEA-HIST
                   WRITE TEMPORAL-RECORD FROM LINEA-HIST-PAGOS
                   PERFORM VERIFICAR-TEMPORAL
           END-READ.

       REPONER-HIST-PAGOS.
           READ TEMPORAL-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE TEMPORAL-RECORD TO HIST-PAGOS-RECORD
                   WRITE HIST-PAGOS-RECORD
                   IF HIST-PAGOS-STATUS NOT = "00"
                      MOVE "HISTORIAL_PAGOS.LOG" TO NOMBRE-ARCHIVO-ERR
                      MOVE HIST-PAGOS-STATUS TO ESTADO-ARCHIVO-ERR
                      PERFORM ABORTAR-POR-ESTADO
                   END-IF
           END-READ.

       ANONIMIZAR-ARCHIVO.
           MOVE 0 TO LINEAS-CAMBIADAS.
           OPEN INPUT ARCHIVO-FILE.
           IF ARCHIVO-STATUS = "00"
              OPEN OUTPUT TEMPORAL-FILE
              PERFORM VERIFICAR-TEMPORAL
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM COPIAR-ARCHIVO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE TEMPORAL-FILE
           END-IF.
           CLOSE ARCHIVO-FILE.
           IF LINEAS-CAMBIADAS > 0
              OPEN OUTPUT ARCHIVO-FILE
              OPEN INPUT TEMPORAL-FILE
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM REPONER-ARCHIVO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE ARCHIVO-FILE
              CLOSE TEMPORAL-FILE
           END-IF.
           ADD LINEAS-CAMBIADAS TO TOTAL-LINEAS-HIST.

       COPIAR-ARCHIVO.
           READ ARCHIVO-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM ANONIMIZAR-LINEA-HIST
                   WRITE TEMPORAL-RECORD FROM LINEA-HIST-PAGOS
                   PERFORM VERIFICAR-TEMPORAL
           END-READ.

       REPONER-ARCHIVO.
           READ TEMPORAL-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE TEMPORAL-RECORD TO ARCHIVO-RECORD
                   WRITE ARCHIVO-RECORD
                   IF ARCHIVO-STATUS NOT = "00"
                      MOVE "HISTORIAL_ARCHIVO.LOG" TO NOMBRE-ARCHIVO-ERR
                      MOVE ARCHIVO-STATUS TO ESTADO-ARCHIVO-ERR
                      PERFORM ABORTAR-POR-ESTADO
                   END-IF
           END-READ.

       ANONIMIZAR-LINEA-HIST.
           IF LH-EMP-ID IS NUMERIC AND LH-EMP-ID > 0
              MOVE LH-EMP-ID TO ID-BUSCADO
              PERFORM BUSCAR-CANDIDATO
           ELSE
              MOVE LH-CLAVE TO DATO-BUSCADO
              PERFORM BUSCAR-CANDIDATO-POR-NOMBRE
           END-IF.
           IF CANDIDATO-HALLADO > 0
              MOVE LH-CLAVE TO DATO-BUSCADO
              PERFORM AGREGAR-DATO
              IF LH-PERIODO IS NUMERIC
                 MOVE LH-PERIODO TO PERIODO-LINEA
                 PERFORM ANOTAR-PERIODO
              END-IF
              MOVE TC-PSEUDONIMO (CANDIDATO-HALLADO) TO LH-CLAVE
              ADD 1 TO TC-LINEAS-HIST (CANDIDATO-HALLADO)
              ADD 1 TO LINEAS-CAMBIADAS
           END-IF.

      * ---------------------------------------------------------------
      * HISTORIAL_INDEXADO.DAT: the employee's records sit together
      * under the primary key, rewritten in place.
      * ---------------------------------------------------------------
       ANONIMIZAR-INDEXADO.
           OPEN I-O HISTIDX-FILE.
           IF HISTIDX-STATUS = "00"
              PERFORM ANONIMIZAR-INDEXADO-EMPLEADO
                      VARYING SUB-CANDIDATO FROM 1 BY 1
                      UNTIL SUB-CANDIDATO > TOTAL-CANDIDATOS
              CLOSE HISTIDX-FILE
           ELSE
              IF HISTIDX-STATUS NOT = "35"
                 MOVE "HISTORIAL_INDEXADO.DAT" TO NOMBRE-ARCHIVO-ERR
                 MOVE HISTIDX-STATUS TO ESTADO-ARCHIVO-ERR
                 PERFORM ABORTAR-POR-ESTADO
              END-IF
           END-IF.

       ANONIMIZAR-INDEXADO-EMPLEADO.
           IF TC-MOTIVO (SUB-CANDIDATO) = SPACES
              MOVE SUB-CANDIDATO TO CANDIDATO-HALLADO
              MOVE TC-EMP-ID (SUB-CANDIDATO) TO HX-EMP-ID
              MOVE 0 TO HX-PERIODO
              MOVE 0 TO HX-SECUENCIA
              MOVE "NO " TO FIN-DE-ARCHIVO
              START HISTIDX-FILE KEY IS NOT < HX-CLAVE
                  INVALID KEY
                      MOVE "SI " TO FIN-DE-ARCHIVO
              END-START
              PERFORM LEER-INDEXADO UNTIL HAY-FIN-DE-ARCHIVO
           END-IF.

       LEER-INDEXADO.
           READ HISTIDX-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF HX-EMP-ID NOT = TC-EMP-ID (CANDIDATO-HALLADO)
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   ELSE
                      MOVE HX-NOMBRE TO DATO-BUSCADO
                      PERFORM AGREGAR-DATO
                      MOVE HX-PERIODO TO PERIODO-LINEA
                      PERFORM ANOTAR-PERIODO
                      MOVE TC-PSEUDONIMO (CANDIDATO-HALLADO)
                           TO HX-NOMBRE
                      REWRITE HISTIDX-RECORD
                      IF HISTIDX-STATUS NOT = "00"
                         MOVE "HISTORIAL_INDEXADO.DAT"
                              TO NOMBRE-ARCHIVO-ERR
                         MOVE HISTIDX-STATUS TO ESTADO-ARCHIVO-ERR
                         PERFORM ABORTAR-POR-ESTADO
                      END-IF
                      ADD 1 TO TC-REG-INDEXADO (CANDIDATO-HALLADO)
                      ADD 1 TO TOTAL-REG-INDEXADO
                   END-IF
           END-READ.

      * ---------------------------------------------------------------
      * The per-employee documents. There is no directory to list, so
      * every month from the first to the last one paid is tried
      * under each key a document can carry: the month itself, the
      * bonus key (month + 50) and every calendar cycle based on it.
      * ---------------------------------------------------------------
       CARGAR-CICLOS.
           MOVE 0 TO TOTAL-CICLOS.
           OPEN INPUT CALENDARIO-FILE.
           IF CALENDARIO-STATUS = "00"
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM LEER-CICLO UNTIL HAY-FIN-DE-ARCHIVO
           END-IF.
           CLOSE CALENDARIO-FILE.

       LEER-CICLO.
           READ CALENDARIO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-CICLOS < 500
                      AND CAL-CICLO NOT = CAL-PERIODO-BASE
                      ADD 1 TO TOTAL-CICLOS
                      MOVE CAL-CICLO TO TCI-CICLO (TOTAL-CICLOS)
                      MOVE CAL-PERIODO-BASE
                           TO TCI-PERIODO-BASE (TOTAL-CICLOS)
                   END-IF
           END-READ.

       ANONIMIZAR-DOCUMENTOS.
           IF TC-MOTIVO (SUB-CANDIDATO) = SPACES
              MOVE SUB-CANDIDATO TO CANDIDATO-HALLADO
              PERFORM MEDIR-DATOS
              MOVE TC-PRIMER-PERIODO (SUB-CANDIDATO) TO PERIODO-DOC
              MOVE 0 TO MESES-RECORRIDOS
              PERFORM REVISAR-MES-DOCUMENTOS
                      UNTIL PERIODO-DOC >
                            TC-ULTIMO-PERIODO (CANDIDATO-HALLADO)
                         OR MESES-RECORRIDOS > 600
              MOVE CANDIDATO-HALLADO TO SUB-CANDIDATO
           END-IF.

       REVISAR-MES-DOCUMENTOS.
           MOVE PERIODO-DOC TO CLAVE-DOC.
           PERFORM REVISAR-CLAVE-DOCUMENTOS.
           COMPUTE CLAVE-DOC = PERIODO-DOC + 50.
           PERFORM REVISAR-CLAVE-DOCUMENTOS.
           PERFORM VARYING SUB-CICLO FROM 1 BY 1
                   UNTIL SUB-CICLO > TOTAL-CICLOS
              IF TCI-PERIODO-BASE (SUB-CICLO) = PERIODO-DOC
                 MOVE TCI-CICLO (SUB-CICLO) TO CLAVE-DOC
                 PERFORM REVISAR-CLAVE-DOCUMENTOS
              END-IF
           END-PERFORM.
           ADD 1 TO MESES-RECORRIDOS.
           IF PD-MES NOT < 12
              ADD 1 TO PD-ANIO
              MOVE 1 TO PD-MES
           ELSE
              ADD 1 TO PD-MES
           END-IF.

       REVISAR-CLAVE-DOCUMENTOS.
           MOVE SPACES TO DOCUMENTO-NOMBRE.
           STRING "BOLETIN_" TC-EMP-ID (CANDIDATO-HALLADO) "_"
                  CLAVE-DOC ".TXT" DELIMITED BY SIZE
               INTO DOCUMENTO-NOMBRE
           END-STRING.
           PERFORM ANONIMIZAR-DOCUMENTO.
           MOVE SPACES TO DOCUMENTO-NOMBRE.
           STRING "FINIQUITO_" TC-EMP-ID (CANDIDATO-HALLADO) "_"
                  CLAVE-DOC ".TXT" DELIMITED BY SIZE
               INTO DOCUMENTO-NOMBRE
           END-STRING.
           PERFORM ANONIMIZAR-DOCUMENTO.
           MOVE SPACES TO DOCUMENTO-NOMBRE.
           STRING "DUPLICADO_" TC-EMP-ID (CANDIDATO-HALLADO) "_"
                  CLAVE-DOC ".TXT" DELIMITED BY SIZE
               INTO DOCUMENTO-NOMBRE
           END-STRING.
           PERFORM ANONIMIZAR-DOCUMENTO.

       ANONIMIZAR-DOCUMENTO.
           OPEN INPUT DOCUMENTO-FILE.
           IF DOCUMENTO-STATUS = "00"
              MOVE 0 TO TOTAL-LINEAS-DOC
              MOVE 0 TO LINEAS-CAMBIADAS
              MOVE "NO " TO DOCUMENTO-DESBORDADO
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM LEER-LINEA-DOCUMENTO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE DOCUMENTO-FILE
              IF HAY-DOCUMENTO-DESBORDADO
                 ADD 1 TO DOCUMENTOS-SIN-REESCRIBIR
                 DISPLAY "AVISO: " DOCUMENTO-NOMBRE " SUPERA 500 "
                         "LINEAS, NO SE REESCRIBE -- REVISAR A MANO"
              ELSE
                 IF LINEAS-CAMBIADAS > 0
                    PERFORM REESCRIBIR-DOCUMENTO
                 END-IF
              END-IF
           END-IF.

       LEER-LINEA-DOCUMENTO.
           READ DOCUMENTO-FILE INTO LINEA-DOCUMENTO
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-LINEAS-DOC NOT < 500
                      SET HAY-DOCUMENTO-DESBORDADO TO TRUE
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   ELSE
                      PERFORM SUSTITUIR-DATOS-LINEA
                      ADD 1 TO TOTAL-LINEAS-DOC
                      MOVE LINEA-DOCUMENTO
                           TO TD-LINEA (TOTAL-LINEAS-DOC)
                   END-IF
           END-READ.

       SUSTITUIR-DATOS-LINEA.
      * At each position the longest of the employee's names that
      * matches wins, so an older short form never leaves the tail
      * of a longer one behind.
           MOVE "NO " TO LINEA-CAMBIADA.
           PERFORM VARYING POS-LINEA FROM 1 BY 1 UNTIL POS-LINEA > 98
              MOVE 0 TO LARGO-HALLADO
              PERFORM PROBAR-DATO-EN-POSICION
                      VARYING SUB-DATO FROM 1 BY 1
                      UNTIL SUB-DATO >
                            TC-TOTAL-DATOS (CANDIDATO-HALLADO)
              IF LARGO-HALLADO > 0
                 PERFORM SUSTITUIR-EN-POSICION
              END-IF
           END-PERFORM.
           IF HAY-LINEA-CAMBIADA
              ADD 1 TO LINEAS-CAMBIADAS
           END-IF.

       PROBAR-DATO-EN-POSICION.
           MOVE TL-LARGO (SUB-DATO) TO LARGO-DATO.
           IF LARGO-DATO > 2
              AND LARGO-DATO > LARGO-HALLADO
              AND POS-LINEA + LARGO-DATO - 1 NOT > 100
              IF LINEA-DOCUMENTO (POS-LINEA:LARGO-DATO) =
                 TC-DATO (CANDIDATO-HALLADO SUB-DATO) (1:LARGO-DATO)
                 MOVE LARGO-DATO TO LARGO-HALLADO
              END-IF
           END-IF.

       SUSTITUIR-EN-POSICION.
      * The documents print the name in fields of 40 or 56 padded
      * with blanks: the pseudonym takes the name's own width, or
      * its full 13 where the padding after a short name allows, so
      * the amounts beside it never shift.
           MOVE LARGO-HALLADO TO LARGO-DATO.
           IF LARGO-HALLADO < 13 AND POS-LINEA + 12 NOT > 100
              IF LINEA-DOCUMENTO (POS-LINEA + LARGO-HALLADO:
                                  13 - LARGO-HALLADO) = SPACES
                 MOVE 13 TO LARGO-DATO
              END-IF
           END-IF.
           MOVE TC-PSEUDONIMO (CANDIDATO-HALLADO)
                TO LINEA-DOCUMENTO (POS-LINEA:LARGO-DATO).
           COMPUTE POS-LINEA = POS-LINEA + LARGO-DATO - 1.
           SET HAY-LINEA-CAMBIADA TO TRUE.

       MEDIR-DATOS.
      * Documents cut the name at 40, so the first 40 are searched.
           PERFORM VARYING SUB-DATO FROM 1 BY 1
                   UNTIL SUB-DATO > TC-TOTAL-DATOS (CANDIDATO-HALLADO)
              PERFORM VARYING LARGO-DATO FROM 40 BY -1
                      UNTIL LARGO-DATO = 0
                         OR TC-DATO (CANDIDATO-HALLADO SUB-DATO)
                                    (LARGO-DATO:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              MOVE LARGO-DATO TO TL-LARGO (SUB-DATO)
           END-PERFORM.

       REESCRIBIR-DOCUMENTO.
           OPEN OUTPUT DOCUMENTO-FILE.
           PERFORM VERIFICAR-DOCUMENTO.
           PERFORM VARYING SUB-LINEA-DOC FROM 1 BY 1
                   UNTIL SUB-LINEA-DOC > TOTAL-LINEAS-DOC
              WRITE DOCUMENTO-RECORD FROM TD-LINEA (SUB-LINEA-DOC)
              PERFORM VERIFICAR-DOCUMENTO
           END-PERFORM.
           CLOSE DOCUMENTO-FILE.
           ADD 1 TO TC-DOCUMENTOS (CANDIDATO-HALLADO).
           ADD 1 TO TOTAL-DOCUMENTOS.

       VERIFICAR-DOCUMENTO.
           IF DOCUMENTO-STATUS NOT = "00"
              MOVE DOCUMENTO-NOMBRE TO NOMBRE-ARCHIVO-ERR
              MOVE DOCUMENTO-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

      * ---------------------------------------------------------------
      * EMPLEADOS.BAK: the master image the pay run saved -- a restore
      * from it must not bring the old data back.
      * ---------------------------------------------------------------
       ANONIMIZAR-RESPALDO.
           MOVE 0 TO LINEAS-CAMBIADAS.
           OPEN INPUT RESPALDO-FILE.
           IF RESPALDO-STATUS = "00"
              OPEN OUTPUT TEMPORAL-FILE
              PERFORM VERIFICAR-TEMPORAL
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM COPIAR-RESPALDO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE TEMPORAL-FILE
           END-IF.
           CLOSE RESPALDO-FILE.
           IF LINEAS-CAMBIADAS > 0
              OPEN OUTPUT RESPALDO-FILE
              OPEN INPUT TEMPORAL-FILE
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM REPONER-RESPALDO UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE RESPALDO-FILE
              CLOSE TEMPORAL-FILE
           END-IF.
           MOVE LINEAS-CAMBIADAS TO TOTAL-LINEAS-RESPALDO.

       COPIAR-RESPALDO.
           READ RESPALDO-FILE INTO LINEA-RESPALDO
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LR-EMP-ID IS NUMERIC
                      MOVE LR-EMP-ID TO ID-BUSCADO
                      PERFORM BUSCAR-CANDIDATO
                      IF CANDIDATO-HALLADO > 0
                         MOVE TC-PSEUDONIMO (CANDIDATO-HALLADO)
                              TO LR-NOMBRE
                         MOVE TC-PSEUDONIMO (CANDIDATO-HALLADO)
                              TO LR-CUENTA
                         ADD 1 TO LINEAS-CAMBIADAS
                      END-IF
                   END-IF
                   WRITE TEMPORAL-RECORD FROM LINEA-RESPALDO
                   PERFORM VERIFICAR-TEMPORAL
           END-READ.

       REPONER-RESPALDO.
           READ TEMPORAL-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE TEMPORAL-RECORD TO RESPALDO-RECORD
                   WRITE RESPALDO-RECORD
                   IF RESPALDO-STATUS NOT = "00"
                      MOVE "EMPLEADOS.BAK" TO NOMBRE-ARCHIVO-ERR
                      MOVE RESPALDO-STATUS TO ESTADO-ARCHIVO-ERR
                      PERFORM ABORTAR-POR-ESTADO
                   END-IF
           END-READ.

      * ---------------------------------------------------------------
      * INSTRUCCIONES_PAGO.DAT: the extra accounts the net was split
      * into.
      * ---------------------------------------------------------------
       ANONIMIZAR-INSTRUCCIONES.
           MOVE 0 TO LINEAS-CAMBIADAS.
           OPEN INPUT INSTRUCCIONES-FILE.
           IF INSTRUCCIONES-STATUS = "00"
              OPEN OUTPUT TEMPORAL-FILE
              PERFORM VERIFICAR-TEMPORAL
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM COPIAR-INSTRUCCION UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE TEMPORAL-FILE
           END-IF.
           CLOSE INSTRUCCIONES-FILE.
           IF LINEAS-CAMBIADAS > 0
              OPEN OUTPUT INSTRUCCIONES-FILE
              OPEN INPUT TEMPORAL-FILE
              MOVE "NO " TO FIN-DE-ARCHIVO
              PERFORM REPONER-INSTRUCCION UNTIL HAY-FIN-DE-ARCHIVO
              CLOSE INSTRUCCIONES-FILE
              CLOSE TEMPORAL-FILE
           END-IF.
           MOVE LINEAS-CAMBIADAS TO TOTAL-INSTRUCCIONES.

       COPIAR-INSTRUCCION.
           READ INSTRUCCIONES-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE IP-EMP-ID TO ID-BUSCADO
                   PERFORM BUSCAR-CANDIDATO
                   IF CANDIDATO-HALLADO > 0
                      MOVE TC-PSEUDONIMO (CANDIDATO-HALLADO)
                           TO IP-CUENTA
                      ADD 1 TO LINEAS-CAMBIADAS
                   END-IF
                   WRITE TEMPORAL-RECORD FROM INSTRUCCION-RECORD
                   PERFORM VERIFICAR-TEMPORAL
           END-READ.

       REPONER-INSTRUCCION.
           READ TEMPORAL-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE TEMPORAL-RECORD TO INSTRUCCION-RECORD
                   WRITE INSTRUCCION-RECORD
                   IF INSTRUCCIONES-STATUS NOT = "00"
                      MOVE "INSTRUCCIONES_PAGO.DAT"
                           TO NOMBRE-ARCHIVO-ERR
                      MOVE INSTRUCCIONES-STATUS TO ESTADO-ARCHIVO-ERR
                      PERFORM ABORTAR-POR-ESTADO
                   END-IF
           END-READ.

       VERIFICAR-TEMPORAL.
           IF TEMPORAL-STATUS NOT = "00"
              MOVE "ANONIMIZ.TMP" TO NOMBRE-ARCHIVO-ERR
              MOVE TEMPORAL-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

      * ---------------------------------------------------------------
      * The master itself, and a NOMBRE line in the change log so a
      * RESTAURA replay lands on the pseudonym too.
      * ---------------------------------------------------------------
       ANONIMIZAR-MAESTRO.
           OPEN I-O EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              MOVE "EMPLEADOS.DAT" TO NOMBRE-ARCHIVO-ERR
              MOVE EMPLOYEE-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           OPEN EXTEND CAMBIOS-FILE.
           IF CAMBIOS-STATUS = "35"
              OPEN OUTPUT CAMBIOS-FILE
           END-IF.
           IF CAMBIOS-STATUS NOT = "00" AND CAMBIOS-STATUS NOT = "05"
              MOVE "CAMBIOS_MAESTRO.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE CAMBIOS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           PERFORM ANONIMIZAR-EMPLEADO
                   VARYING SUB-CANDIDATO FROM 1 BY 1
                   UNTIL SUB-CANDIDATO > TOTAL-CANDIDATOS.
           CLOSE CAMBIOS-FILE.
           CLOSE EMPLOYEE-FILE.

       ANONIMIZAR-EMPLEADO.
           IF TC-MOTIVO (SUB-CANDIDATO) = SPACES
              MOVE TC-EMP-ID (SUB-CANDIDATO) TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      MOVE "YA NO ESTA EN EL MAESTRO"
                           TO TC-MOTIVO (SUB-CANDIDATO)
                  NOT INVALID KEY
                      MOVE TC-PSEUDONIMO (SUB-CANDIDATO) TO EMP-NOMBRE
                      MOVE TC-PSEUDONIMO (SUB-CANDIDATO)
                           TO EMP-CUENTA-BANCO
                      REWRITE EMPLOYEE-RECORD
                      IF EMPLOYEE-STATUS NOT = "00"
                         MOVE "EMPLEADOS.DAT" TO NOMBRE-ARCHIVO-ERR
                         MOVE EMPLOYEE-STATUS TO ESTADO-ARCHIVO-ERR
                         PERFORM ABORTAR-POR-ESTADO
                      END-IF
                      ADD 1 TO TOTAL-MAESTRO
                      PERFORM ANOTAR-CAMBIO-NOMBRE
              END-READ
           END-IF.

       ANOTAR-CAMBIO-NOMBRE.
           MOVE TC-EMP-ID (SUB-CANDIDATO) TO LC-EMP-ID.
           MOVE "NOMBRE    " TO LC-CAMPO.
           MOVE "(DATOS ANONIMIZADOS)" TO LC-VIEJO.
           MOVE TC-PSEUDONIMO (SUB-CANDIDATO) TO LC-NUEVO.
           MOVE FECHA-SISTEMA TO LC-FECHA.
           MOVE "ANONIMIZ" TO LC-ORIGEN.
           MOVE OPERADOR-ACTUAL TO LC-OPERADOR.
           WRITE CAMBIOS-RECORD FROM LINEA-CAMBIO.
           IF CAMBIOS-STATUS NOT = "00"
              MOVE "CAMBIOS_MAESTRO.LOG" TO NOMBRE-ARCHIVO-ERR
              MOVE CAMBIOS-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           ADD 1 TO TOTAL-LINEAS-CAMBIO.
           ADD 1 TO TC-LINEAS-CAMBIO (SUB-CANDIDATO).

      * ---------------------------------------------------------------
      * The signed report. Every line is folded into the seal as it
      * is written; the last line is the seal itself, so any edit to
      * the report afterwards shows when it is recomputed.
      * ---------------------------------------------------------------
       ESCRIBIR-INFORME.
           OPEN OUTPUT INFORME-FILE.
           IF INFORME-STATUS NOT = "00"
              MOVE "ANONIMIZACION.TXT" TO NOMBRE-ARCHIVO-ERR
              MOVE INFORME-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.
           MOVE 0 TO SELLO-H1.
           MOVE 0 TO SELLO-H2.
           MOVE SPACES TO SELLO-LINEA.
           STRING OPERADOR-ACTUAL FECHA-SISTEMA SELLO-HHMMSS
               DELIMITED BY SIZE INTO SELLO-LINEA
           END-STRING.
           PERFORM ACUMULAR-LINEA-SELLO.
           MOVE "INFORME DE ANONIMIZACION DE EX EMPLEADOS"
                TO LINEA-INFORME.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "FECHA " FECHA-SISTEMA "  HORA " SELLO-HHMMSS
                  "  SUPERVISOR " OPERADOR-ACTUAL
               DELIMITED BY SIZE INTO LINEA-INFORME
           END-STRING.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "RETENCION " ANIOS-RETENCION " ANIOS -- BAJAS "
                  "ANTERIORES AL " FECHA-CORTE
               DELIMITED BY SIZE INTO LINEA-INFORME
           END-STRING.
           PERFORM GRABAR-LINEA-INFORME.
           IF ES-EJECUCION-REAL
              MOVE "MODO: EJECUCION -- LOS DATOS SE HAN SUSTITUIDO"
                   TO LINEA-INFORME
           ELSE
              MOVE "MODO: SIMULACION -- NO SE HA CAMBIADO NADA"
                   TO LINEA-INFORME
           END-IF.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           PERFORM GRABAR-LINEA-INFORME.
           IF TOTAL-CANDIDATOS = 0
              MOVE "NINGUNA BAJA SUPERA EL PLAZO DE RETENCION"
                   TO LINEA-INFORME
              PERFORM GRABAR-LINEA-INFORME
           END-IF.
           PERFORM INFORMAR-CANDIDATO
                   VARYING SUB-CANDIDATO FROM 1 BY 1
                   UNTIL SUB-CANDIDATO > TOTAL-CANDIDATOS.
           MOVE SPACES TO LINEA-INFORME.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE "BAJAS VENCIDAS:" TO LT-ETIQUETA.
           MOVE TOTAL-CANDIDATOS TO LT-CANTIDAD.
           PERFORM GRABAR-LINEA-TOTAL.
           MOVE "RECHAZADAS (DEUDAS ABIERTAS):" TO LT-ETIQUETA.
           MOVE CANDIDATOS-RECHAZADOS TO LT-CANTIDAD.
           PERFORM GRABAR-LINEA-TOTAL.
           IF CANDIDATOS-OMITIDOS > 0
              MOVE "PENDIENTES (TABLA LLENA):" TO LT-ETIQUETA
              MOVE CANDIDATOS-OMITIDOS TO LT-CANTIDAD
              PERFORM GRABAR-LINEA-TOTAL
           END-IF.
           IF ES-EJECUCION-REAL
              MOVE "EMPLEADOS.DAT REGISTROS:" TO LT-ETIQUETA
              MOVE TOTAL-MAESTRO TO LT-CANTIDAD
              PERFORM GRABAR-LINEA-TOTAL
              MOVE "EMPLEADOS.BAK LINEAS:" TO LT-ETIQUETA
              MOVE TOTAL-LINEAS-RESPALDO TO LT-CANTIDAD
              PERFORM GRABAR-LINEA-TOTAL
              MOVE "HISTORIAL PAGOS/ARCHIVO LINEAS:" TO LT-ETIQUETA
              MOVE TOTAL-LINEAS-HIST TO LT-CANTIDAD
              PERFORM GRABAR-LINEA-TOTAL
              MOVE "HISTORIAL_INDEXADO.DAT REGISTROS:"
                   TO LT-ETIQUETA
              MOVE TOTAL-REG-INDEXADO TO LT-CANTIDAD
              PERFORM GRABAR-LINEA-TOTAL
              MOVE "CAMBIOS_MAESTRO.LOG LINEAS:" TO LT-ETIQUETA
              MOVE TOTAL-LINEAS-CAMBIO TO LT-CANTIDAD
              PERFORM GRABAR-LINEA-TOTAL
              MOVE "INSTRUCCIONES_PAGO.DAT LINEAS:" TO LT-ETIQUETA
              MOVE TOTAL-INSTRUCCIONES TO LT-CANTIDAD
              PERFORM GRABAR-LINEA-TOTAL
              MOVE "BOLETINES/FINIQUITOS/DUPLICADOS:" TO LT-ETIQUETA
              MOVE TOTAL-DOCUMENTOS TO LT-CANTIDAD
              PERFORM GRABAR-LINEA-TOTAL
              IF DOCUMENTOS-SIN-REESCRIBIR > 0
                 MOVE "DOCUMENTOS SIN REESCRIBIR (REVISAR):"
                      TO LT-ETIQUETA
                 MOVE DOCUMENTOS-SIN-REESCRIBIR TO LT-CANTIDAD
                 PERFORM GRABAR-LINEA-TOTAL
              END-IF
           END-IF.
           MOVE SPACES TO LINEA-INFORME.
           PERFORM GRABAR-LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "FIRMADO: " OPERADOR-ACTUAL " (SUPERVISOR) EL "
                  FECHA-SISTEMA " A LAS " SELLO-HHMMSS
               DELIMITED BY SIZE INTO LINEA-INFORME
           END-STRING.
           PERFORM GRABAR-LINEA-INFORME.
           COMPUTE SELLO-CALCULADO = SELLO-H1 * 1000000000 + SELLO-H2.
           MOVE SPACES TO INFORME-RECORD.
           STRING "SELLO DEL INFORME: " SELLO-CALCULADO
               DELIMITED BY SIZE INTO INFORME-RECORD
           END-STRING.
           WRITE INFORME-RECORD.
           PERFORM VERIFICAR-INFORME.
           CLOSE INFORME-FILE.

       INFORMAR-CANDIDATO.
           MOVE TC-EMP-ID (SUB-CANDIDATO) TO ANON-EMP-ID.
           MOVE TC-FECHA-BAJA (SUB-CANDIDATO) TO ANON-BAJA.
           MOVE SPACES TO ANON-RESULTADO.
           IF TC-MOTIVO (SUB-CANDIDATO) NOT = SPACES
              STRING "RECHAZADO: " TC-MOTIVO (SUB-CANDIDATO)
                  DELIMITED BY SIZE INTO ANON-RESULTADO
              END-STRING
           ELSE
              IF ES-EJECUCION-REAL
                 STRING "ANONIMIZADO COMO " TC-PSEUDONIMO
                        (SUB-CANDIDATO)
                     DELIMITED BY SIZE INTO ANON-RESULTADO
                 END-STRING
              ELSE
                 STRING "APTO, SERIA " TC-PSEUDONIMO (SUB-CANDIDATO)
                     DELIMITED BY SIZE INTO ANON-RESULTADO
                 END-STRING
              END-IF
           END-IF.
           MOVE LINEA-CANDIDATO TO LINEA-INFORME.
           PERFORM GRABAR-LINEA-INFORME.
           IF ES-EJECUCION-REAL AND TC-MOTIVO (SUB-CANDIDATO) = SPACES
              MOVE TC-LINEAS-HIST (SUB-CANDIDATO) TO LD-HIST
              MOVE TC-REG-INDEXADO (SUB-CANDIDATO) TO LD-INDICE
              MOVE TC-LINEAS-CAMBIO (SUB-CANDIDATO) TO LD-CAMBIOS
              MOVE TC-DOCUMENTOS (SUB-CANDIDATO) TO LD-DOCS
              MOVE LINEA-DETALLE TO LINEA-INFORME
              PERFORM GRABAR-LINEA-INFORME
           END-IF.

       GRABAR-LINEA-TOTAL.
           MOVE LINEA-TOTAL TO LINEA-INFORME.
           PERFORM GRABAR-LINEA-INFORME.

       GRABAR-LINEA-INFORME.
           WRITE INFORME-RECORD FROM LINEA-INFORME.
           PERFORM VERIFICAR-INFORME.
           MOVE LINEA-INFORME (1:40) TO SELLO-LINEA.
           PERFORM ACUMULAR-LINEA-SELLO.
           MOVE LINEA-INFORME (41:40) TO SELLO-LINEA.
           PERFORM ACUMULAR-LINEA-SELLO.
           MOVE SPACES TO SELLO-LINEA.
           MOVE LINEA-INFORME (81:20) TO SELLO-LINEA.
           PERFORM ACUMULAR-LINEA-SELLO.

       VERIFICAR-INFORME.
           IF INFORME-STATUS NOT = "00"
              MOVE "ANONIMIZACION.TXT" TO NOMBRE-ARCHIVO-ERR
              MOVE INFORME-STATUS TO ESTADO-ARCHIVO-ERR
              PERFORM ABORTAR-POR-ESTADO
           END-IF.

           COPY SIGNONPR.
           COPY SELLOPR.

       END PROGRAM ANONIMIZ.
