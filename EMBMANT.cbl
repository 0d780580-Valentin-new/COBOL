      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Court garnishment maintenance for EMBARGOS.DAT --
      *          register an order (court reference, court, creditor,
      *          consignment account, total debt, start date and its
      *          priority among the employee's orders), review an
      *          employee's orders, re-rank them, suspend, resume or
      *          lift one when the court says so, and print an
      *          order's statement. The pay run retains the seizable
      *          part of the net under the statutory scale, works the
      *          balance down and closes the order at zero, so the
      *          EMB lines nobody remembered to stop are history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBMANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMBARGOS-FILE ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMBARGOS-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMBARGOS-FILE.
           COPY EMBREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 EMBARGOS-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 OPCION PIC 9(1).
       01 SEGUIR-MENU PIC X(3) VALUE "SI ".
           88 CONTINUAR-MENU VALUE "SI ".
       01 EMPLEADO-ID PIC 9(5).
       01 CONFIRMAR PIC X(3).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
      * The whole order file in memory, the way the pay run holds it
      * -- rewritten entire after every change.
       01 TOTAL-EMBARGOS PIC 9(3) VALUE 0.
       01 TABLA-EMBARGOS.
           05 EMBARGO OCCURS 100 TIMES.
              10 TE-EMP-ID       PIC 9(5).
              10 TE-REFERENCIA   PIC X(20).
              10 TE-JUZGADO      PIC X(30).
              10 TE-ACREEDOR     PIC X(30).
              10 TE-CUENTA       PIC X(20).
              10 TE-DEUDA        PIC 9(8)V9(2).
              10 TE-PAGADO       PIC 9(8)V9(2).
              10 TE-FECHA-INICIO PIC 9(8).
              10 TE-PRIORIDAD    PIC 9(2).
              10 TE-ESTADO       PIC X(1).
              10 TE-ULT-PERIODO  PIC 9(6).
              10 TE-ULT-IMPORTE  PIC 9(8)V9(2).
              10 TE-ULT-EMPRESA  PIC X(2).
       01 SUB-EMBARGO PIC 9(3).
       01 EMBARGO-ELEGIDO PIC 9(3) VALUE 0.
      * Set when the file held more lines than the table -- the
      * rewrite would silently delete the unloaded tail, so the
      * session refuses to start instead.
       01 TABLA-LLENA PIC X(3) VALUE "NO ".
           88 TABLA-DESBORDADA VALUE "SI ".
       01 EMBARGOS-EMPLEADO PIC 9(3) VALUE 0.
       01 PRIORIDAD-MAXIMA PIC 9(2) VALUE 0.
       01 PRIORIDAD-USADA PIC X(3) VALUE "NO ".
           88 PRIORIDAD-OCUPADA VALUE "SI ".
       01 EMPLEADO-OK PIC X(3) VALUE "NO ".
           88 EMPLEADO-ES-VALIDO VALUE "SI ".
       01 REFERENCIA-BUSCADA PIC X(20).
       01 JUZGADO-NUEVO PIC X(30).
       01 ACREEDOR-NUEVO PIC X(30).
       01 CUENTA-NUEVA PIC X(20).
       01 DEUDA-NUEVA PIC 9(8)V9(2).
       01 FECHA-INICIO-NUEVA PIC 9(8).
       01 PRIORIDAD-NUEVA PIC 9(2).
       01 ESTADO-NUEVO PIC X(1).
       01 SALDO-EMBARGO PIC 9(8)V9(2).
       01 LINEA-EMBARGO.
           05 LE-REFERENCIA PIC X(20).
           05 FILLER        PIC X(1) VALUE " ".
           05 LE-PRIORIDAD  PIC Z9.
           05 FILLER        PIC X(2) VALUE "  ".
           05 LE-DEUDA      PIC Z(7)9.99.
           05 FILLER        PIC X(2) VALUE "  ".
           05 LE-PAGADO     PIC Z(7)9.99.
           05 FILLER        PIC X(2) VALUE "  ".
           05 LE-SALDO      PIC Z(7)9.99.
           05 FILLER        PIC X(2) VALUE "  ".
           05 LE-ESTADO     PIC X(1).
       01 LINEA-IMPORTE PIC Z(7)9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARGAR-EMBARGOS.
      * With an incomplete table the rewrite would delete every line
      * past the limit -- nothing may be registered or changed over
      * a partial load.
           IF TABLA-DESBORDADA
              DISPLAY "EMBARGOS.DAT SUPERA LA TABLA DE 100, NO SE "
                      "MANTIENE NADA PARA NO PERDER LINEAS -- "
                      "AMPLIAR LA TABLA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM MENU-EMBARGOS UNTIL NOT CONTINUAR-MENU.
           STOP RUN.

       MENU-EMBARGOS.
           DISPLAY "EMBARGOS JUDICIALES".
           DISPLAY "1. REGISTRAR EMBARGO".
           DISPLAY "2. REVISAR EMBARGOS DE UN EMPLEADO".
           DISPLAY "3. CAMBIAR PRIORIDAD".
           DISPLAY "4. SUSPENDER, REANUDAR O LEVANTAR".
           DISPLAY "5. ESTADO DE CUENTA DE UN EMBARGO".
           DISPLAY "0. SALIR".
           ACCEPT OPCION.
           IF OPCION = 1
              PERFORM REGISTRAR-EMBARGO
           END-IF.
           IF OPCION = 2
              PERFORM REVISAR-EMBARGOS
           END-IF.
           IF OPCION = 3
              PERFORM CAMBIAR-PRIORIDAD
           END-IF.
           IF OPCION = 4
              PERFORM CAMBIAR-ESTADO
           END-IF.
           IF OPCION = 5
              PERFORM ESTADO-DE-CUENTA
           END-IF.
           IF OPCION = 0
              MOVE "NO " TO SEGUIR-MENU
           END-IF.

       CARGAR-EMBARGOS.
           MOVE 0 TO TOTAL-EMBARGOS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT EMBARGOS-FILE.
           IF EMBARGOS-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM CARGAR-UN-EMBARGO UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE EMBARGOS-FILE.

       CARGAR-UN-EMBARGO.
           READ EMBARGOS-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-EMBARGOS < 100
                      ADD 1 TO TOTAL-EMBARGOS
                      MOVE EMBARGO-RECORD TO EMBARGO (TOTAL-EMBARGOS)
                   ELSE
                      SET TABLA-DESBORDADA TO TRUE
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       REESCRIBIR-EMBARGOS.
           OPEN OUTPUT EMBARGOS-FILE.
           PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                   UNTIL SUB-EMBARGO > TOTAL-EMBARGOS
              MOVE EMBARGO (SUB-EMBARGO) TO EMBARGO-RECORD
              WRITE EMBARGO-RECORD
              IF EMBARGOS-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN EMBARGOS.DAT, ESTADO "
                         EMBARGOS-STATUS ", EJECUCION ABORTADA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE EMBARGOS-FILE.

       VALIDAR-EMPLEADO.
      * The order must name someone the run actually pays -- a
      * terminated id has no net left to seize.
           MOVE "NO " TO EMPLEADO-OK.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "NO HAY EMPLEADOS.DAT"
           ELSE
              MOVE EMPLEADO-ID TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      DISPLAY "NO EXISTE EL EMPLEADO " EMPLEADO-ID
                  NOT INVALID KEY
                      IF EMP-ACTIVO
                         SET EMPLEADO-ES-VALIDO TO TRUE
                         DISPLAY "EMPLEADO: " EMP-NOMBRE
                      ELSE
                         DISPLAY "EMPLEADO " EMPLEADO-ID " EN ESTADO "
                                 EMP-ESTADO ", LA NOMINA NO LE PAGA, "
                                 "DEVOLVER EL OFICIO AL JUZGADO"
                      END-IF
              END-READ
           END-IF.
           CLOSE EMPLOYEE-FILE.

       BUSCAR-EMBARGO.
      * The court reference identifies the order for that employee.
           MOVE 0 TO EMBARGO-ELEGIDO.
           PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                   UNTIL SUB-EMBARGO > TOTAL-EMBARGOS
              IF TE-EMP-ID (SUB-EMBARGO) = EMPLEADO-ID
                 AND TE-REFERENCIA (SUB-EMBARGO) = REFERENCIA-BUSCADA
                 MOVE SUB-EMBARGO TO EMBARGO-ELEGIDO
              END-IF
           END-PERFORM.

       PEDIR-EMBARGO.
           DISPLAY "ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           DISPLAY "REFERENCIA DEL JUZGADO (AUTOS)".
           MOVE SPACES TO REFERENCIA-BUSCADA.
           ACCEPT REFERENCIA-BUSCADA.
           PERFORM BUSCAR-EMBARGO.
           IF EMBARGO-ELEGIDO = 0
              DISPLAY "NO HAY EMBARGO " REFERENCIA-BUSCADA
                      " PARA EL EMPLEADO " EMPLEADO-ID
           END-IF.

       REGISTRAR-EMBARGO.
           DISPLAY "ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           PERFORM VALIDAR-EMPLEADO.
           IF EMPLEADO-ES-VALIDO
              DISPLAY "REFERENCIA DEL JUZGADO (AUTOS)"
              MOVE SPACES TO REFERENCIA-BUSCADA
              ACCEPT REFERENCIA-BUSCADA
              PERFORM BUSCAR-EMBARGO
              IF REFERENCIA-BUSCADA = SPACES
                 DISPLAY "LA REFERENCIA ES OBLIGATORIA, ALTA CANCELADA"
              ELSE
                 IF EMBARGO-ELEGIDO > 0
                    DISPLAY "EL EMBARGO " REFERENCIA-BUSCADA
                            " YA ESTA REGISTRADO PARA EL EMPLEADO"
                 ELSE
                    PERFORM CAPTURAR-EMBARGO
                 END-IF
              END-IF
           END-IF.

       CAPTURAR-EMBARGO.
           DISPLAY "JUZGADO".
           MOVE SPACES TO JUZGADO-NUEVO.
           ACCEPT JUZGADO-NUEVO.
           DISPLAY "ACREEDOR".
           MOVE SPACES TO ACREEDOR-NUEVO.
           ACCEPT ACREEDOR-NUEVO.
           DISPLAY "CUENTA DE CONSIGNACIONES".
           MOVE SPACES TO CUENTA-NUEVA.
           ACCEPT CUENTA-NUEVA.
           DISPLAY "IMPORTE TOTAL DE LA DEUDA".
           ACCEPT DEUDA-NUEVA.
           DISPLAY "FECHA DE INICIO (AAAAMMDD)".
           ACCEPT FECHA-INICIO-NUEVA.
      * Later orders rank behind the earlier ones unless the court
      * says otherwise -- ENTER puts it last.
           PERFORM CALCULAR-PRIORIDAD-MAXIMA.
           DISPLAY "PRIORIDAD (0 = DETRAS DE LAS "
                   EMBARGOS-EMPLEADO " EXISTENTES)".
           ACCEPT PRIORIDAD-NUEVA.
           IF PRIORIDAD-NUEVA = 0
              IF PRIORIDAD-MAXIMA < 99
                 COMPUTE PRIORIDAD-NUEVA = PRIORIDAD-MAXIMA + 1
              ELSE
                 MOVE 99 TO PRIORIDAD-NUEVA
              END-IF
           END-IF.
           IF DEUDA-NUEVA = 0 OR FECHA-INICIO-NUEVA = 0
              OR JUZGADO-NUEVO = SPACES OR CUENTA-NUEVA = SPACES
              DISPLAY "JUZGADO, CUENTA, DEUDA Y FECHA SON "
                      "OBLIGATORIOS, ALTA CANCELADA"
           ELSE
              IF TOTAL-EMBARGOS >= 100
                 DISPLAY "ARCHIVO DE EMBARGOS LLENO, ALTA CANCELADA"
              ELSE
                 MOVE DEUDA-NUEVA TO LINEA-IMPORTE
                 DISPLAY "CONFIRMAR EMBARGO DE " LINEA-IMPORTE
                         " A " EMPLEADO-ID " PRIORIDAD "
                         PRIORIDAD-NUEVA "? (SI /NO )"
                 ACCEPT CONFIRMAR
                 IF CONFIRMAR = "SI "
                    ADD 1 TO TOTAL-EMBARGOS
                    MOVE EMPLEADO-ID TO TE-EMP-ID (TOTAL-EMBARGOS)
                    MOVE REFERENCIA-BUSCADA TO
                         TE-REFERENCIA (TOTAL-EMBARGOS)
                    MOVE JUZGADO-NUEVO TO TE-JUZGADO (TOTAL-EMBARGOS)
                    MOVE ACREEDOR-NUEVO TO
                         TE-ACREEDOR (TOTAL-EMBARGOS)
                    MOVE CUENTA-NUEVA TO TE-CUENTA (TOTAL-EMBARGOS)
                    MOVE DEUDA-NUEVA TO TE-DEUDA (TOTAL-EMBARGOS)
                    MOVE 0 TO TE-PAGADO (TOTAL-EMBARGOS)
                    MOVE FECHA-INICIO-NUEVA TO
                         TE-FECHA-INICIO (TOTAL-EMBARGOS)
                    MOVE PRIORIDAD-NUEVA TO
                         TE-PRIORIDAD (TOTAL-EMBARGOS)
                    MOVE "A" TO TE-ESTADO (TOTAL-EMBARGOS)
                    MOVE 0 TO TE-ULT-PERIODO (TOTAL-EMBARGOS)
                    MOVE 0 TO TE-ULT-IMPORTE (TOTAL-EMBARGOS)
                    MOVE SPACES TO TE-ULT-EMPRESA (TOTAL-EMBARGOS)
                    PERFORM REESCRIBIR-EMBARGOS
                    DISPLAY "EMBARGO REGISTRADO, SE RETIENE DESDE LA "
                            "NOMINA DE " FECHA-INICIO-NUEVA
                 ELSE
                    DISPLAY "ALTA CANCELADA"
                 END-IF
              END-IF
           END-IF.

       CALCULAR-PRIORIDAD-MAXIMA.
           MOVE 0 TO PRIORIDAD-MAXIMA.
           MOVE 0 TO EMBARGOS-EMPLEADO.
           PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                   UNTIL SUB-EMBARGO > TOTAL-EMBARGOS
              IF TE-EMP-ID (SUB-EMBARGO) = EMPLEADO-ID
                 AND TE-ESTADO (SUB-EMBARGO) NOT = "C"
                 ADD 1 TO EMBARGOS-EMPLEADO
                 IF TE-PRIORIDAD (SUB-EMBARGO) > PRIORIDAD-MAXIMA
                    MOVE TE-PRIORIDAD (SUB-EMBARGO) TO PRIORIDAD-MAXIMA
                 END-IF
              END-IF
           END-PERFORM.

       REVISAR-EMBARGOS.
           DISPLAY "ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           MOVE 0 TO EMBARGOS-EMPLEADO.
           DISPLAY "REFERENCIA           PR      DEUDA      PAGADO"
                   "       SALDO  EST".
           PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                   UNTIL SUB-EMBARGO > TOTAL-EMBARGOS
              IF TE-EMP-ID (SUB-EMBARGO) = EMPLEADO-ID
                 ADD 1 TO EMBARGOS-EMPLEADO
                 PERFORM MOSTRAR-LINEA-EMBARGO
              END-IF
           END-PERFORM.
           DISPLAY "EMBARGOS DEL EMPLEADO: " EMBARGOS-EMPLEADO.

       MOSTRAR-LINEA-EMBARGO.
           MOVE TE-REFERENCIA (SUB-EMBARGO) TO LE-REFERENCIA.
           MOVE TE-PRIORIDAD (SUB-EMBARGO) TO LE-PRIORIDAD.
           MOVE TE-DEUDA (SUB-EMBARGO) TO LE-DEUDA.
           MOVE TE-PAGADO (SUB-EMBARGO) TO LE-PAGADO.
           COMPUTE SALDO-EMBARGO = TE-DEUDA (SUB-EMBARGO)
                 - TE-PAGADO (SUB-EMBARGO).
           MOVE SALDO-EMBARGO TO LE-SALDO.
           MOVE TE-ESTADO (SUB-EMBARGO) TO LE-ESTADO.
           DISPLAY LINEA-EMBARGO.

       CAMBIAR-PRIORIDAD.
      * Two orders may not tie -- the run serves the lower number in
      * full first, so a tie would leave the order to file sequence.
           PERFORM PEDIR-EMBARGO.
           IF EMBARGO-ELEGIDO > 0
              DISPLAY "PRIORIDAD ACTUAL: "
                      TE-PRIORIDAD (EMBARGO-ELEGIDO)
              DISPLAY "NUEVA PRIORIDAD (1-99)"
              ACCEPT PRIORIDAD-NUEVA
              MOVE "NO " TO PRIORIDAD-USADA
              PERFORM VARYING SUB-EMBARGO FROM 1 BY 1
                      UNTIL SUB-EMBARGO > TOTAL-EMBARGOS
                 IF TE-EMP-ID (SUB-EMBARGO) = EMPLEADO-ID
                    AND SUB-EMBARGO NOT = EMBARGO-ELEGIDO
                    AND TE-ESTADO (SUB-EMBARGO) NOT = "C"
                    AND TE-PRIORIDAD (SUB-EMBARGO) = PRIORIDAD-NUEVA
                    SET PRIORIDAD-OCUPADA TO TRUE
                 END-IF
              END-PERFORM
              IF PRIORIDAD-NUEVA = 0
                 DISPLAY "PRIORIDAD NO VALIDA, NADA CAMBIA"
              ELSE
                 IF PRIORIDAD-OCUPADA
                    DISPLAY "OTRO EMBARGO DEL EMPLEADO YA TIENE LA "
                            "PRIORIDAD " PRIORIDAD-NUEVA
                            ", NADA CAMBIA"
                 ELSE
                    MOVE PRIORIDAD-NUEVA TO
                         TE-PRIORIDAD (EMBARGO-ELEGIDO)
                    PERFORM REESCRIBIR-EMBARGOS
                    DISPLAY "PRIORIDAD CAMBIADA"
                 END-IF
              END-IF
           END-IF.

       CAMBIAR-ESTADO.
      * "S" the court suspended it, "A" it resumes, "C" it was lifted
      * -- a lifted order keeps what was paid on file for the
      * statement; the run closes a fully paid one by itself.
           PERFORM PEDIR-EMBARGO.
           IF EMBARGO-ELEGIDO > 0
              DISPLAY "ESTADO ACTUAL: " TE-ESTADO (EMBARGO-ELEGIDO)
              DISPLAY "NUEVO ESTADO (A=ACTIVO S=SUSPENDIDO "
                      "C=LEVANTADO)"
              MOVE SPACES TO ESTADO-NUEVO
              ACCEPT ESTADO-NUEVO
              IF ESTADO-NUEVO NOT = "A" AND ESTADO-NUEVO NOT = "S"
                 AND ESTADO-NUEVO NOT = "C"
                 DISPLAY "ESTADO NO VALIDO, NADA CAMBIA"
              ELSE
                 IF ESTADO-NUEVO = "A" AND TE-PAGADO (EMBARGO-ELEGIDO)
                    NOT < TE-DEUDA (EMBARGO-ELEGIDO)
                    DISPLAY "LA DEUDA YA ESTA CUBIERTA, NO SE PUEDE "
                            "REACTIVAR"
                 ELSE
                    DISPLAY "CONFIRMAR CAMBIO A " ESTADO-NUEVO
                            "? (SI /NO )"
                    ACCEPT CONFIRMAR
                    IF CONFIRMAR = "SI "
                       MOVE ESTADO-NUEVO TO TE-ESTADO (EMBARGO-ELEGIDO)
                       PERFORM REESCRIBIR-EMBARGOS
                       DISPLAY "ESTADO CAMBIADO"
                    ELSE
                       DISPLAY "CAMBIO ABANDONADO"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ESTADO-DE-CUENTA.
           PERFORM PEDIR-EMBARGO.
           IF EMBARGO-ELEGIDO > 0
              MOVE EMBARGO-ELEGIDO TO SUB-EMBARGO
              DISPLAY "EMBARGO    " TE-REFERENCIA (SUB-EMBARGO)
              DISPLAY "JUZGADO    " TE-JUZGADO (SUB-EMBARGO)
              DISPLAY "ACREEDOR   " TE-ACREEDOR (SUB-EMBARGO)
              DISPLAY "CUENTA     " TE-CUENTA (SUB-EMBARGO)
              DISPLAY "INICIO     " TE-FECHA-INICIO (SUB-EMBARGO)
                      "  PRIORIDAD " TE-PRIORIDAD (SUB-EMBARGO)
                      "  ESTADO " TE-ESTADO (SUB-EMBARGO)
              MOVE TE-DEUDA (SUB-EMBARGO) TO LINEA-IMPORTE
              DISPLAY "DEUDA      " LINEA-IMPORTE
              MOVE TE-PAGADO (SUB-EMBARGO) TO LINEA-IMPORTE
              DISPLAY "RETENIDO   " LINEA-IMPORTE
              COMPUTE SALDO-EMBARGO = TE-DEUDA (SUB-EMBARGO)
                    - TE-PAGADO (SUB-EMBARGO)
              MOVE SALDO-EMBARGO TO LINEA-IMPORTE
              DISPLAY "PENDIENTE  " LINEA-IMPORTE
              IF TE-ULT-PERIODO (SUB-EMBARGO) > 0
                 MOVE TE-ULT-IMPORTE (SUB-EMBARGO) TO LINEA-IMPORTE
                 DISPLAY "ULTIMA RETENCION " LINEA-IMPORTE
                         " PERIODO " TE-ULT-PERIODO (SUB-EMBARGO)
                         " EMPRESA " TE-ULT-EMPRESA (SUB-EMBARGO)
              END-IF
           END-IF.

       END PROGRAM EMBMANT.
