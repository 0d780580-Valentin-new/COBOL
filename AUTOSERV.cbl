      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Employee self-service inquiry -- the employee signs
      *          on with their own id and PIN from
      *          CREDENCIALES_EMP.DAT (never operators.txt) and sees
      *          only their own data: the pay of the last twelve
      *          months from HISTORIAL_PAGOS.LOG and the keyed
      *          HISTORIAL_INDEXADO.DAT, the leave entitlement and
      *          balance off EMPLEADOS.DAT with this year's approved
      *          AUSENCIAS.DAT lines, and their PRESTAMOS.DAT loans.
      *          A DUPLICADO of one of those slips is requested by
      *          adding it to REIMPRESION_PENDIENTE.DAT, which
      *          BOLREIMP.cbl's list mode prints. PINs are kept only
      *          as a seal (the SELLOPR hash over id and PIN); three
      *          wrong PINs in a row lock the account until a
      *          supervisor sets a new PIN or unlocks it -- employee
      *          id 0 runs that administration after the operator
      *          sign-on. Every access, right or wrong, is appended
      *          to ACCESOS_AUTOSERVICIO.LOG. A voided pay lists as
      *          ANULADO with its net negative and its replacement as
      *          REEMITIDO, so the months add up to what was paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOSERV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT OPTIONAL CREDENCIALES-FILE
               ASSIGN TO "CREDENCIALES_EMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDENCIALES-STATUS.
           SELECT ACCESOS-FILE
               ASSIGN TO "ACCESOS_AUTOSERVICIO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESOS-STATUS.
           SELECT OPTIONAL HIST-PAGOS-FILE
               ASSIGN TO "HISTORIAL_PAGOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-PAGOS-STATUS.
           SELECT OPTIONAL HISTIDX-FILE
               ASSIGN TO "HISTORIAL_INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-CLAVE
               ALTERNATE RECORD KEY IS HX-PERIODO-K
                   WITH DUPLICATES
               FILE STATUS IS HISTIDX-STATUS.
           SELECT OPTIONAL AUSENCIAS-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSENCIAS-STATUS.
           SELECT OPTIONAL PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESTAMOS-STATUS.
           SELECT REIMP-FILE ASSIGN TO "REIMPRESION_PENDIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REIMP-STATUS.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
      * Declared for the shared seal copybook only -- this program
      * seals PINs and never opens the bank file.
           SELECT BANCO-FILE ASSIGN TO "PAGOS_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  CREDENCIALES-FILE.
      * One line per employee who may sign on. CR-PIN-SELLO is the
      * seal over the id and PIN, never the PIN itself; CR-FALLOS
      * counts wrong PINs since the last good one and CR-ESTADO "B"
      * is a locked account. CR-OPERADOR is the supervisor who last
      * set the PIN or unlocked it (the employee's own id when they
      * changed it themselves).
       01  CREDENCIAL-RECORD.
           05 CR-EMP-ID    PIC 9(5).
           05 CR-PIN-SELLO PIC 9(18).
           05 CR-FALLOS    PIC 9(1).
           05 CR-ESTADO    PIC X(1).
           05 CR-FECHA-PIN PIC 9(8).
           05 CR-OPERADOR  PIC X(8).

       FD  ACCESOS-FILE.
      * One line per sign-on attempt and per inquiry made.
       01  ACCESO-RECORD.
           05 AC-FECHA     PIC 9(8).
           05 AC-HORA      PIC 9(6).
           05 AC-EMP-ID    PIC 9(5).
           05 AC-EVENTO    PIC X(10).
           05 AC-DETALLE   PIC X(30).
           05 AC-OPERADOR  PIC X(8).

       FD  HIST-PAGOS-FILE.
       01  HIST-PAGOS-RECORD PIC X(120).

       FD  HISTIDX-FILE.
           COPY HISTIDX.

       FD  AUSENCIAS-FILE.
      * Must match the layout AUSMANT.cbl keeps and FACTURACION.cbl
      * loads; "A" is an approved line.
       01  AUSENCIA-RECORD.
           05 AU-EMP-ID   PIC 9(5).
           05 AU-TIPO     PIC X(3).
           05 AU-DIAS     PIC 9(2)V9(1).
           05 AU-PERIODO  PIC 9(6).
           05 AU-ESTADO   PIC X(1).
           05 AU-EPISODIO PIC 9(8).

       FD  PRESTAMOS-FILE.
       01  PRESTAMO-RECORD.
           05 PR-EMP-ID         PIC 9(5).
           05 PR-PRINCIPAL      PIC 9(8)V9(2).
           05 PR-CUOTA          PIC 9(6)V9(2).
           05 PR-SALDO          PIC 9(8)V9(2).
           05 PR-PERIODO-INICIO PIC 9(6).
           05 PR-ESTADO         PIC X(1).

       FD  REIMP-FILE.
       01  REIMP-RECORD PIC X(33).

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
           COPY REIMPREC.
       01 EMPLOYEE-STATUS PIC X(2).
       01 CREDENCIALES-STATUS PIC X(2).
       01 ACCESOS-STATUS PIC X(2).
       01 HIST-PAGOS-STATUS PIC X(2).
       01 HISTIDX-STATUS PIC X(2).
       01 AUSENCIAS-STATUS PIC X(2).
       01 PRESTAMOS-STATUS PIC X(2).
       01 REIMP-STATUS PIC X(2).
       01 BANCO-STATUS PIC X(2).
       01 OPCION PIC 9(1).
       01 SEGUIR-MENU PIC X(3) VALUE "SI ".
           88 CONTINUAR-MENU VALUE "SI ".
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FECHA-HOY PIC 9(8).
       01 FECHA-HOY-R REDEFINES FECHA-HOY.
           05 FH-ANIO PIC 9(4).
           05 FH-MES  PIC 9(2).
           05 FH-DIA  PIC 9(2).
       01 EMPLEADO-ID PIC 9(5).
       01 EMPLEADO-HALLADO PIC X(3) VALUE "NO ".
           88 HAY-EMPLEADO VALUE "SI ".
      * PINs are four to six digits; what is typed is never kept.
       01 PIN-TECLEADO PIC X(6).
       01 PIN-REPETIDO PIC X(6).
       01 PIN-SELLO PIC 9(18).
       01 PIN-LARGO PIC 9(1).
       01 PIN-CIFRAS PIC 9(1).
       01 PIN-POS PIC 9(1).
       01 PIN-VALIDO-SW PIC X(3).
           88 PIN-ES-VALIDO VALUE "SI ".
      * Wrong PINs in a row that lock the account.
       01 FALLOS-BLOQUEO PIC 9(1) VALUE 3.
       01 INTENTOS-PIN PIC 9(1).
       01 ACCESO-SW PIC X(3) VALUE "NO ".
           88 HAY-ACCESO VALUE "SI ".
       01 TOTAL-CREDENCIALES PIC 9(4) VALUE 0.
       01 TABLA-CREDENCIALES.
           05 CREDENCIAL OCCURS 2000 TIMES.
              10 TCR-EMP-ID    PIC 9(5).
              10 TCR-PIN-SELLO PIC 9(18).
              10 TCR-FALLOS    PIC 9(1).
              10 TCR-ESTADO    PIC X(1).
              10 TCR-FECHA-PIN PIC 9(8).
              10 TCR-OPERADOR  PIC X(8).
       01 SUB-CREDENCIAL PIC 9(4).
       01 IDX-CREDENCIAL PIC 9(4).
      * Set when the file held more lines than the table -- the
      * rewrite would silently delete the unloaded tail, so the
      * program refuses to start instead.
       01 TABLA-LLENA PIC X(3) VALUE "NO ".
           88 TABLA-DESBORDADA VALUE "SI ".
      * The pays of the last twelve months, as listed, so a duplicate
      * can only be asked for a slip that exists.
       01 MES-CALC PIC 9(6).
       01 ANIO-CALC PIC 9(4).
       01 RESTO-CALC PIC 9(2).
       01 PERIODO-DESDE PIC 9(6).
       01 TOTAL-PAGOS PIC 9(2) VALUE 0.
       01 TABLA-PAGOS.
           05 PAGO-RECIENTE OCCURS 60 TIMES.
              10 TPA-PERIODO   PIC 9(6).
              10 TPA-PROGRAMA  PIC X(12).
              10 TPA-SALARIO   PIC 9(9)V9(2).
              10 TPA-RESULTADO PIC 9(9)V9(2).
       01 SUB-PAGO PIC 9(2).
       01 PERIODO-PEDIDO PIC 9(6).
       01 TIPO-PEDIDO PIC X(1).
       01 PROGRAMA-BUSCADO PIC X(12).
       01 PAGO-HALLADO PIC X(3).
           88 HAY-PAGO-HALLADO VALUE "SI ".
       01 YA-SOLICITADO PIC X(3).
           88 ESTA-SOLICITADO VALUE "SI ".
       01 CONTADOR PIC 9(3).
       01 IMPORTE-EDIT PIC Z(8)9.99.
       01 IMPORTE-EDIT-2 PIC Z(8)9.99.
       01 IMPORTE-EDIT-3 PIC Z(8)9.99.
       01 DIAS-EDIT PIC -(3)9.99.
       01 DIAS-EDIT-2 PIC Z9.9.
       01 LINEA-PAGO.
           05 LPA-PERIODO   PIC 9(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LPA-DOCUMENTO PIC X(9).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 LPA-SALARIO   PIC Z(8)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LPA-RESULTADO PIC -(8)9.99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-CREDENCIALES.
           IF TABLA-DESBORDADA
              DISPLAY "CREDENCIALES_EMP.DAT SUPERA SU TABLA, NO SE "
                      "TOCA NADA PARA NO PERDER LINEAS -- AMPLIAR LA "
                      "TABLA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "ID DE EMPLEADO (0 = ADMINISTRAR PINES)".
           MOVE 0 TO EMPLEADO-ID.
           ACCEPT EMPLEADO-ID.
           IF EMPLEADO-ID = 0
              PERFORM ADMINISTRAR-PINES
           ELSE
              PERFORM ENTRAR-EMPLEADO
              IF HAY-ACCESO
                 PERFORM MENU-EMPLEADO UNTIL NOT CONTINUAR-MENU
                 MOVE "SALIDA" TO AC-EVENTO
                 MOVE SPACES TO AC-DETALLE
                 PERFORM ANOTAR-ACCESO
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * Credentials and the access log.
      ******************************************************************
       CARGAR-CREDENCIALES.
           MOVE 0 TO TOTAL-CREDENCIALES.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT CREDENCIALES-FILE.
           IF CREDENCIALES-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM CARGAR-UNA-CREDENCIAL UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE CREDENCIALES-FILE.

       CARGAR-UNA-CREDENCIAL.
           READ CREDENCIALES-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-CREDENCIALES < 2000
                      ADD 1 TO TOTAL-CREDENCIALES
                      MOVE CREDENCIAL-RECORD TO
                           CREDENCIAL (TOTAL-CREDENCIALES)
                   ELSE
                      SET TABLA-DESBORDADA TO TRUE
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       REESCRIBIR-CREDENCIALES.
           OPEN OUTPUT CREDENCIALES-FILE.
           PERFORM VARYING SUB-CREDENCIAL FROM 1 BY 1
                   UNTIL SUB-CREDENCIAL > TOTAL-CREDENCIALES
              MOVE CREDENCIAL (SUB-CREDENCIAL) TO CREDENCIAL-RECORD
              WRITE CREDENCIAL-RECORD
              IF CREDENCIALES-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN CREDENCIALES_EMP.DAT, "
                         "ESTADO " CREDENCIALES-STATUS
                         ", EJECUCION ABORTADA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE CREDENCIALES-FILE.

       BUSCAR-CREDENCIAL.
           MOVE 0 TO IDX-CREDENCIAL.
           PERFORM VARYING SUB-CREDENCIAL FROM 1 BY 1
                   UNTIL SUB-CREDENCIAL > TOTAL-CREDENCIALES
              IF TCR-EMP-ID (SUB-CREDENCIAL) = EMPLEADO-ID
                 MOVE SUB-CREDENCIAL TO IDX-CREDENCIAL
                 MOVE TOTAL-CREDENCIALES TO SUB-CREDENCIAL
              END-IF
           END-PERFORM.

       SELLAR-PIN.
      * The seal of EMPLEADO-ID and PIN-TECLEADO, same rolling hashes
      * as the bank-file seal, into PIN-SELLO. The id goes in so two
      * employees with the same PIN do not share a seal.
           MOVE 0 TO SELLO-H1.
           MOVE 0 TO SELLO-H2.
           MOVE SPACES TO SELLO-LINEA.
           STRING "AUTOSERV" EMPLEADO-ID "/" PIN-TECLEADO
               DELIMITED BY SIZE INTO SELLO-LINEA
           END-STRING.
           PERFORM ACUMULAR-LINEA-SELLO.
           COMPUTE PIN-SELLO = SELLO-H1 * 1000000000 + SELLO-H2.

       ANOTAR-ACCESO.
      * AC-EVENTO and AC-DETALLE set by the caller.
           MOVE FECHA-HOY TO AC-FECHA.
           ACCEPT SELLO-HORA-SISTEMA FROM TIME.
           MOVE SELLO-HHMMSS TO AC-HORA.
           MOVE EMPLEADO-ID TO AC-EMP-ID.
           IF EMPLEADO-ID = 0 OR HAY-SIGNON
              MOVE OPERADOR-ACTUAL TO AC-OPERADOR
           ELSE
              MOVE SPACES TO AC-OPERADOR
           END-IF.
           OPEN EXTEND ACCESOS-FILE.
           IF ACCESOS-STATUS = "35"
              OPEN OUTPUT ACCESOS-FILE
              CLOSE ACCESOS-FILE
              OPEN EXTEND ACCESOS-FILE
           END-IF.
           WRITE ACCESO-RECORD.
           IF ACCESOS-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN ACCESOS_AUTOSERVICIO.LOG, "
                      "ESTADO " ACCESOS-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE ACCESOS-FILE.

      ******************************************************************
      * Employee sign-on. The answer to a wrong id and to a wrong PIN
      * is the same, so the screen does not tell which ids exist.
      ******************************************************************
       ENTRAR-EMPLEADO.
           MOVE "NO " TO ACCESO-SW.
           MOVE 0 TO INTENTOS-PIN.
           PERFORM BUSCAR-CREDENCIAL.
           PERFORM PEDIR-PIN
                   UNTIL HAY-ACCESO OR INTENTOS-PIN >= FALLOS-BLOQUEO.
           IF HAY-ACCESO
              PERFORM LEER-MAESTRO
              IF NOT HAY-EMPLEADO
                 DISPLAY "NO FIGURA EN EL MAESTRO, LLAME A NOMINA"
                 MOVE "NO " TO ACCESO-SW
              ELSE
                 DISPLAY "BIENVENIDO, " EMP-NOMBRE
              END-IF
           END-IF.

       PEDIR-PIN.
           ADD 1 TO INTENTOS-PIN.
           DISPLAY "PIN:".
           MOVE SPACES TO PIN-TECLEADO.
           ACCEPT PIN-TECLEADO.
           MOVE SPACES TO AC-DETALLE.
           IF IDX-CREDENCIAL = 0
              DISPLAY "ID O PIN INCORRECTO"
              MOVE "FALLO" TO AC-EVENTO
              MOVE "ID SIN CREDENCIAL" TO AC-DETALLE
              PERFORM ANOTAR-ACCESO
           ELSE
              IF TCR-ESTADO (IDX-CREDENCIAL) = "B"
                 DISPLAY "CUENTA BLOQUEADA, LLAME A NOMINA"
                 MOVE "BLOQUEADA" TO AC-EVENTO
                 PERFORM ANOTAR-ACCESO
                 MOVE FALLOS-BLOQUEO TO INTENTOS-PIN
              ELSE
                 PERFORM SELLAR-PIN
                 IF PIN-SELLO = TCR-PIN-SELLO (IDX-CREDENCIAL)
                    SET HAY-ACCESO TO TRUE
                    MOVE 0 TO TCR-FALLOS (IDX-CREDENCIAL)
                    PERFORM REESCRIBIR-CREDENCIALES
                    MOVE "ENTRADA" TO AC-EVENTO
                    PERFORM ANOTAR-ACCESO
                 ELSE
                    PERFORM REGISTRAR-FALLO
                 END-IF
              END-IF
           END-IF.

       REGISTRAR-FALLO.
      * The count survives the session: three wrong PINs lock the
      * account however many runs they were spread over.
           ADD 1 TO TCR-FALLOS (IDX-CREDENCIAL).
           IF TCR-FALLOS (IDX-CREDENCIAL) >= FALLOS-BLOQUEO
              MOVE "B" TO TCR-ESTADO (IDX-CREDENCIAL)
              MOVE "BLOQUEO" TO AC-EVENTO
              MOVE "PIN ERRONEO REPETIDO" TO AC-DETALLE
              DISPLAY "ID O PIN INCORRECTO -- CUENTA BLOQUEADA, "
                      "LLAME A NOMINA"
              MOVE FALLOS-BLOQUEO TO INTENTOS-PIN
           ELSE
              MOVE "PIN MAL" TO AC-EVENTO
              DISPLAY "ID O PIN INCORRECTO"
           END-IF.
           PERFORM REESCRIBIR-CREDENCIALES.
           PERFORM ANOTAR-ACCESO.

       LEER-MAESTRO.
           MOVE "NO " TO EMPLEADO-HALLADO.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS = "00"
              MOVE EMPLEADO-ID TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET HAY-EMPLEADO TO TRUE
              END-READ
              CLOSE EMPLOYEE-FILE
           END-IF.

      ******************************************************************
      * The employee's own inquiries -- every one keyed on the id
      * they signed on with, never on one they type.
      ******************************************************************
       MENU-EMPLEADO.
           DISPLAY "AUTOSERVICIO DEL EMPLEADO " EMPLEADO-ID.
           DISPLAY "1. MIS PAGOS DE LOS ULTIMOS 12 MESES".
           DISPLAY "2. MIS VACACIONES Y AUSENCIAS".
           DISPLAY "3. MIS PRESTAMOS".
           DISPLAY "4. PEDIR UN DUPLICADO DE BOLETIN".
           DISPLAY "5. CAMBIAR MI PIN".
           DISPLAY "0. SALIR".
           MOVE 0 TO OPCION.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM MOSTRAR-PAGOS
               WHEN 2
                   PERFORM MOSTRAR-VACACIONES
               WHEN 3
                   PERFORM MOSTRAR-PRESTAMOS
               WHEN 4
                   PERFORM PEDIR-DUPLICADO
               WHEN 5
                   PERFORM CAMBIAR-PIN-PROPIO
               WHEN 0
                   MOVE "NO " TO SEGUIR-MENU
           END-EVALUATE.

       CARGAR-PAGOS-RECIENTES.
      * From the first period of the twelve-month window: the closed
      * months out of the keyed mirror, the open ones off the live
      * log.
           COMPUTE MES-CALC = FH-ANIO * 12 + FH-MES - 1 - 11.
           DIVIDE MES-CALC BY 12 GIVING ANIO-CALC
                  REMAINDER RESTO-CALC.
           COMPUTE PERIODO-DESDE = ANIO-CALC * 100 + RESTO-CALC + 1.
           MOVE 0 TO TOTAL-PAGOS.
           OPEN INPUT HISTIDX-FILE.
           IF HISTIDX-STATUS = "00"
              MOVE EMPLEADO-ID TO HX-EMP-ID
              MOVE PERIODO-DESDE TO HX-PERIODO
              MOVE 0 TO HX-SECUENCIA
              START HISTIDX-FILE KEY IS NOT LESS THAN HX-CLAVE
                  INVALID KEY
                      MOVE "10" TO HISTIDX-STATUS
              END-START
              PERFORM LEER-ENTRADA-MIRROR
                      UNTIL HISTIDX-STATUS NOT = "00"
           END-IF.
           CLOSE HISTIDX-FILE.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-PAGOS-FILE.
           IF HIST-PAGOS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-HISTORIAL UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE HIST-PAGOS-FILE.

       LEER-ENTRADA-MIRROR.
           READ HISTIDX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO HISTIDX-STATUS
               NOT AT END
                   IF HISTIDX-STATUS = "00"
                      IF HX-EMP-ID NOT = EMPLEADO-ID
                         MOVE "10" TO HISTIDX-STATUS
                      ELSE
                         MOVE HX-PERIODO TO LH-PERIODO
                         MOVE HX-PROGRAMA TO LH-PROGRAMA
                         MOVE HX-SALARIO TO LH-SALARIO
                         MOVE HX-RESULTADO TO LH-RESULTADO
                         PERFORM GUARDAR-PAGO
                      END-IF
                   END-IF
           END-READ.

       LEER-HISTORIAL.
      * Only lines keyed by id -- a name match could be somebody
      * else's pay.
           READ HIST-PAGOS-FILE INTO LINEA-HIST-PAGOS
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LH-EMP-ID = EMPLEADO-ID
                      AND LH-PERIODO NOT < PERIODO-DESDE
                      PERFORM GUARDAR-PAGO
                   END-IF
           END-READ.

       GUARDAR-PAGO.
           IF TOTAL-PAGOS < 60
              ADD 1 TO TOTAL-PAGOS
              MOVE LH-PERIODO TO TPA-PERIODO (TOTAL-PAGOS)
              MOVE LH-PROGRAMA TO TPA-PROGRAMA (TOTAL-PAGOS)
              MOVE LH-SALARIO TO TPA-SALARIO (TOTAL-PAGOS)
              MOVE LH-RESULTADO TO TPA-RESULTADO (TOTAL-PAGOS)
           END-IF.

       MOSTRAR-PAGOS.
           PERFORM CARGAR-PAGOS-RECIENTES.
           DISPLAY "PERIODO   BOLETIN         SALARIO        NETO".
           PERFORM VARYING SUB-PAGO FROM 1 BY 1
                   UNTIL SUB-PAGO > TOTAL-PAGOS
              MOVE TPA-PERIODO (SUB-PAGO) TO LPA-PERIODO
              EVALUATE TPA-PROGRAMA (SUB-PAGO)
                  WHEN "FACTURACION"
                      MOVE "NOMINA" TO LPA-DOCUMENTO
                  WHEN "FACT-BONO"
                      MOVE "BONO" TO LPA-DOCUMENTO
                  WHEN "ANULACION"
                  WHEN "ANUL-BONO"
                      MOVE "ANULADO" TO LPA-DOCUMENTO
                  WHEN "REEMISION"
                  WHEN "REEM-BONO"
                      MOVE "REEMITIDO" TO LPA-DOCUMENTO
                  WHEN OTHER
                      MOVE "OTRO" TO LPA-DOCUMENTO
              END-EVALUATE
              MOVE TPA-SALARIO (SUB-PAGO) TO LPA-SALARIO
      * The void repeats the voided line unsigned -- it is money
      * taken back, so its net shows negative.
              IF LPA-DOCUMENTO = "ANULADO"
                 COMPUTE LPA-RESULTADO = 0 - TPA-RESULTADO (SUB-PAGO)
              ELSE
                 MOVE TPA-RESULTADO (SUB-PAGO) TO LPA-RESULTADO
              END-IF
              DISPLAY LINEA-PAGO
           END-PERFORM.
           IF TOTAL-PAGOS = 0
              DISPLAY "NINGUN PAGO DESDE " PERIODO-DESDE
           END-IF.
           MOVE "PAGOS" TO AC-EVENTO.
           MOVE SPACES TO AC-DETALLE.
           STRING "DESDE " PERIODO-DESDE ", " TOTAL-PAGOS " LINEAS"
               DELIMITED BY SIZE INTO AC-DETALLE.
           PERFORM ANOTAR-ACCESO.

       MOSTRAR-VACACIONES.
           PERFORM LEER-MAESTRO.
           MOVE EMP-DIAS-VAC TO DIAS-EDIT.
           DISPLAY "DIAS DE VACACIONES AL ANIO:  " DIAS-EDIT.
           MOVE EMP-SALDO-VAC TO DIAS-EDIT.
           DISPLAY "SALDO DE VACACIONES:         " DIAS-EDIT.
           DISPLAY "AUSENCIAS APROBADAS EN " FH-ANIO ":".
           MOVE 0 TO CONTADOR.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT AUSENCIAS-FILE.
           IF AUSENCIAS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-AUSENCIA UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE AUSENCIAS-FILE.
           IF CONTADOR = 0
              DISPLAY "  NINGUNA"
           END-IF.
           MOVE "VACACIONES" TO AC-EVENTO.
           MOVE SPACES TO AC-DETALLE.
           STRING CONTADOR " AUSENCIAS APROBADAS"
               DELIMITED BY SIZE INTO AC-DETALLE.
           PERFORM ANOTAR-ACCESO.

       LEER-AUSENCIA.
           READ AUSENCIAS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF AU-EMP-ID = EMPLEADO-ID AND AU-ESTADO = "A"
                      AND AU-PERIODO (1:4) = FH-ANIO
                      MOVE AU-DIAS TO DIAS-EDIT-2
                      DISPLAY "  " AU-PERIODO "  " AU-TIPO "  "
                              DIAS-EDIT-2 " DIAS"
                      ADD 1 TO CONTADOR
                   END-IF
           END-READ.

       MOSTRAR-PRESTAMOS.
           DISPLAY "INICIO     PRINCIPAL       CUOTA   PENDIENTE  "
                   "ESTADO".
           MOVE 0 TO CONTADOR.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT PRESTAMOS-FILE.
           IF PRESTAMOS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-PRESTAMO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE PRESTAMOS-FILE.
           IF CONTADOR = 0
              DISPLAY "NINGUN PRESTAMO"
           END-IF.
           MOVE "PRESTAMOS" TO AC-EVENTO.
           MOVE SPACES TO AC-DETALLE.
           STRING CONTADOR " PRESTAMOS"
               DELIMITED BY SIZE INTO AC-DETALLE.
           PERFORM ANOTAR-ACCESO.

       LEER-PRESTAMO.
           READ PRESTAMOS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF PR-EMP-ID = EMPLEADO-ID
                      MOVE PR-PRINCIPAL TO IMPORTE-EDIT
                      MOVE PR-CUOTA TO IMPORTE-EDIT-2
                      MOVE PR-SALDO TO IMPORTE-EDIT-3
                      IF PR-ESTADO = "A" AND PR-SALDO > 0
                         DISPLAY PR-PERIODO-INICIO " " IMPORTE-EDIT
                                 IMPORTE-EDIT-2 IMPORTE-EDIT-3
                                 "  EN CURSO"
                      ELSE
                         DISPLAY PR-PERIODO-INICIO " " IMPORTE-EDIT
                                 IMPORTE-EDIT-2 IMPORTE-EDIT-3
                                 "  CANCELADO"
                      END-IF
                      ADD 1 TO CONTADOR
                   END-IF
           END-READ.

       PEDIR-DUPLICADO.
      * Only a slip the last twelve months show; BOLREIMP's list mode
      * prints it with the others waiting in REIMPRESION_PENDIENTE.
           PERFORM CARGAR-PAGOS-RECIENTES.
           DISPLAY "PERIODO DEL BOLETIN (AAAAMM)".
           MOVE 0 TO PERIODO-PEDIDO.
           ACCEPT PERIODO-PEDIDO.
           DISPLAY "BOLETIN DE (N=NOMINA, B=BONO)".
           MOVE SPACES TO TIPO-PEDIDO.
           ACCEPT TIPO-PEDIDO.
           IF TIPO-PEDIDO = "B"
              MOVE "FACT-BONO" TO PROGRAMA-BUSCADO
           ELSE
              MOVE "N" TO TIPO-PEDIDO
              MOVE "FACTURACION" TO PROGRAMA-BUSCADO
           END-IF.
           MOVE "NO " TO PAGO-HALLADO.
           PERFORM VARYING SUB-PAGO FROM 1 BY 1
                   UNTIL SUB-PAGO > TOTAL-PAGOS
              IF TPA-PERIODO (SUB-PAGO) = PERIODO-PEDIDO
                 AND TPA-PROGRAMA (SUB-PAGO) = PROGRAMA-BUSCADO
                 SET HAY-PAGO-HALLADO TO TRUE
              END-IF
           END-PERFORM.
           MOVE "DUPLICADO" TO AC-EVENTO.
           MOVE SPACES TO AC-DETALLE.
           IF NOT HAY-PAGO-HALLADO
              DISPLAY "NO HAY BOLETIN " TIPO-PEDIDO " DE "
                      PERIODO-PEDIDO " EN LOS ULTIMOS 12 MESES"
              STRING PERIODO-PEDIDO " " TIPO-PEDIDO " SIN PAGO"
                  DELIMITED BY SIZE INTO AC-DETALLE
           ELSE
              PERFORM BUSCAR-SOLICITUD
              IF ESTA-SOLICITADO
                 DISPLAY "ESE DUPLICADO YA ESTA PEDIDO, SALDRA CON "
                         "LA PROXIMA TANDA"
                 STRING PERIODO-PEDIDO " " TIPO-PEDIDO " YA PEDIDO"
                     DELIMITED BY SIZE INTO AC-DETALLE
              ELSE
                 PERFORM ANOTAR-SOLICITUD
                 DISPLAY "DUPLICADO PEDIDO, NOMINA LO IMPRIMIRA"
                 STRING PERIODO-PEDIDO " " TIPO-PEDIDO " PEDIDO"
                     DELIMITED BY SIZE INTO AC-DETALLE
              END-IF
           END-IF.
           PERFORM ANOTAR-ACCESO.

       BUSCAR-SOLICITUD.
           MOVE "NO " TO YA-SOLICITADO.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT REIMP-FILE.
           IF REIMP-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-SOLICITUD UNTIL HAY-FIN-DE-ARCHIVO.
           IF REIMP-STATUS = "00" OR REIMP-STATUS = "10"
              CLOSE REIMP-FILE
           END-IF.

       LEER-SOLICITUD.
           READ REIMP-FILE INTO LINEA-REIMPRESION-PEND
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF RP-EMP-ID = EMPLEADO-ID
                      AND RP-PERIODO = PERIODO-PEDIDO
                      AND RP-TIPO = TIPO-PEDIDO
                      SET ESTA-SOLICITADO TO TRUE
                   END-IF
           END-READ.

       ANOTAR-SOLICITUD.
           OPEN EXTEND REIMP-FILE.
           IF REIMP-STATUS = "35"
              OPEN OUTPUT REIMP-FILE
              CLOSE REIMP-FILE
              OPEN EXTEND REIMP-FILE
           END-IF.
           MOVE EMPLEADO-ID TO RP-EMP-ID.
           MOVE PERIODO-PEDIDO TO RP-PERIODO.
           MOVE TIPO-PEDIDO TO RP-TIPO.
           MOVE "SOLICITUD" TO RP-MOTIVO.
           MOVE FECHA-HOY TO RP-FECHA.
           WRITE REIMP-RECORD FROM LINEA-REIMPRESION-PEND.
           IF REIMP-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN REIMPRESION_PENDIENTE.DAT, "
                      "ESTADO " REIMP-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE REIMP-FILE.

       CAMBIAR-PIN-PROPIO.
           PERFORM PEDIR-PIN-NUEVO.
           MOVE "PIN PROPIO" TO AC-EVENTO.
           MOVE SPACES TO AC-DETALLE.
           IF PIN-ES-VALIDO
              MOVE PIN-SELLO TO TCR-PIN-SELLO (IDX-CREDENCIAL)
              MOVE FECHA-HOY TO TCR-FECHA-PIN (IDX-CREDENCIAL)
              MOVE EMPLEADO-ID TO TCR-OPERADOR (IDX-CREDENCIAL)
              PERFORM REESCRIBIR-CREDENCIALES
              DISPLAY "PIN CAMBIADO"
              MOVE "CAMBIADO" TO AC-DETALLE
           ELSE
              MOVE "NO CAMBIADO" TO AC-DETALLE
           END-IF.
           PERFORM ANOTAR-ACCESO.

       PEDIR-PIN-NUEVO.
      * A new PIN keyed twice, four to six digits; PIN-SELLO holds
      * its seal when PIN-ES-VALIDO.
           MOVE "NO " TO PIN-VALIDO-SW.
           DISPLAY "PIN NUEVO (4 A 6 CIFRAS)".
           MOVE SPACES TO PIN-TECLEADO.
           ACCEPT PIN-TECLEADO.
           DISPLAY "REPITA EL PIN NUEVO".
           MOVE SPACES TO PIN-REPETIDO.
           ACCEPT PIN-REPETIDO.
           MOVE 0 TO PIN-LARGO PIN-CIFRAS.
           PERFORM VARYING PIN-POS FROM 1 BY 1 UNTIL PIN-POS > 6
              IF PIN-TECLEADO (PIN-POS:1) NOT = SPACE
                 MOVE PIN-POS TO PIN-LARGO
                 IF PIN-TECLEADO (PIN-POS:1) IS NUMERIC
                    ADD 1 TO PIN-CIFRAS
                 END-IF
              END-IF
           END-PERFORM.
           IF PIN-TECLEADO NOT = PIN-REPETIDO
              DISPLAY "LOS DOS PINES NO COINCIDEN"
           ELSE
              IF PIN-LARGO < 4 OR PIN-CIFRAS NOT = PIN-LARGO
                 DISPLAY "EL PIN DEBE TENER DE 4 A 6 CIFRAS"
              ELSE
                 PERFORM SELLAR-PIN
                 SET PIN-ES-VALIDO TO TRUE
              END-IF
           END-IF.

      ******************************************************************
      * Administration: a supervisor sets PINs and unlocks accounts.
      ******************************************************************
       ADMINISTRAR-PINES.
           PERFORM FIRMAR-OPERADOR.
           IF NOT HAY-SIGNON OR NOT ES-SUPERVISOR
              DISPLAY "LA ADMINISTRACION DE PINES REQUIERE UN "
                      "SUPERVISOR"
              MOVE "FALLO" TO AC-EVENTO
              MOVE "ADMINISTRACION SIN SUPERVISOR" TO AC-DETALLE
              PERFORM ANOTAR-ACCESO
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM MENU-ADMINISTRACION UNTIL NOT CONTINUAR-MENU
           END-IF.

       MENU-ADMINISTRACION.
           DISPLAY "ADMINISTRACION DE PINES DEL AUTOSERVICIO".
           DISPLAY "1. ASIGNAR PIN A UN EMPLEADO".
           DISPLAY "2. DESBLOQUEAR UNA CUENTA".
           DISPLAY "3. LISTAR CUENTAS BLOQUEADAS".
           DISPLAY "0. SALIR".
           MOVE 0 TO OPCION.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ASIGNAR-PIN
               WHEN 2
                   PERFORM DESBLOQUEAR-CUENTA
               WHEN 3
                   PERFORM LISTAR-BLOQUEADAS
               WHEN 0
                   MOVE "NO " TO SEGUIR-MENU
           END-EVALUATE.
           MOVE 0 TO EMPLEADO-ID.

       ASIGNAR-PIN.
      * A new PIN also clears a lock -- it is how a forgotten PIN is
      * handled.
           DISPLAY "ID DE EMPLEADO".
           MOVE 0 TO EMPLEADO-ID.
           ACCEPT EMPLEADO-ID.
           PERFORM LEER-MAESTRO.
           PERFORM BUSCAR-CREDENCIAL.
           IF NOT HAY-EMPLEADO
              DISPLAY "NO EXISTE EL EMPLEADO " EMPLEADO-ID
           ELSE
           IF IDX-CREDENCIAL = 0 AND TOTAL-CREDENCIALES >= 2000
              DISPLAY "TABLA DE CREDENCIALES LLENA, NADA CAMBIA"
           ELSE
              DISPLAY EMPLEADO-ID " " EMP-NOMBRE
              PERFORM PEDIR-PIN-NUEVO
              IF PIN-ES-VALIDO
                 IF IDX-CREDENCIAL = 0
                    ADD 1 TO TOTAL-CREDENCIALES
                    MOVE TOTAL-CREDENCIALES TO IDX-CREDENCIAL
                    MOVE EMPLEADO-ID TO TCR-EMP-ID (IDX-CREDENCIAL)
                 END-IF
                 MOVE PIN-SELLO TO TCR-PIN-SELLO (IDX-CREDENCIAL)
                 MOVE 0 TO TCR-FALLOS (IDX-CREDENCIAL)
                 MOVE "A" TO TCR-ESTADO (IDX-CREDENCIAL)
                 MOVE FECHA-HOY TO TCR-FECHA-PIN (IDX-CREDENCIAL)
                 MOVE OPERADOR-ACTUAL TO TCR-OPERADOR (IDX-CREDENCIAL)
                 PERFORM REESCRIBIR-CREDENCIALES
                 DISPLAY "PIN ASIGNADO A " EMPLEADO-ID
                 MOVE "PIN NUEVO" TO AC-EVENTO
                 MOVE SPACES TO AC-DETALLE
                 PERFORM ANOTAR-ACCESO
              END-IF
           END-IF
           END-IF.

       DESBLOQUEAR-CUENTA.
           DISPLAY "ID DE EMPLEADO".
           MOVE 0 TO EMPLEADO-ID.
           ACCEPT EMPLEADO-ID.
           PERFORM BUSCAR-CREDENCIAL.
           IF IDX-CREDENCIAL = 0
              DISPLAY "EL EMPLEADO " EMPLEADO-ID " NO TIENE PIN"
           ELSE
           IF TCR-ESTADO (IDX-CREDENCIAL) NOT = "B"
              DISPLAY "LA CUENTA DE " EMPLEADO-ID " NO ESTA BLOQUEADA"
           ELSE
              MOVE 0 TO TCR-FALLOS (IDX-CREDENCIAL)
              MOVE "A" TO TCR-ESTADO (IDX-CREDENCIAL)
              MOVE OPERADOR-ACTUAL TO TCR-OPERADOR (IDX-CREDENCIAL)
              PERFORM REESCRIBIR-CREDENCIALES
              DISPLAY "CUENTA DE " EMPLEADO-ID " DESBLOQUEADA"
              MOVE "DESBLOQUEO" TO AC-EVENTO
              MOVE SPACES TO AC-DETALLE
              PERFORM ANOTAR-ACCESO
           END-IF
           END-IF.

       LISTAR-BLOQUEADAS.
           MOVE 0 TO CONTADOR.
           PERFORM VARYING SUB-CREDENCIAL FROM 1 BY 1
                   UNTIL SUB-CREDENCIAL > TOTAL-CREDENCIALES
              IF TCR-ESTADO (SUB-CREDENCIAL) = "B"
                 DISPLAY TCR-EMP-ID (SUB-CREDENCIAL)
                         "  PIN DEL " TCR-FECHA-PIN (SUB-CREDENCIAL)
                 ADD 1 TO CONTADOR
              END-IF
           END-PERFORM.
           DISPLAY CONTADOR " CUENTAS BLOQUEADAS".

           COPY SIGNONPR.
           COPY SELLOPR.

       END PROGRAM AUTOSERV.
