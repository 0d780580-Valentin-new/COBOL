      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Benefit plan maintenance -- the plan catalogue
      *          (PLANES_BENEFICIOS.DAT: plan, coverage tier, type,
      *          provider, employee and company monthly cost), the
      *          open-enrolment window (VENTANA_BENEFICIOS.DAT) and
      *          each employee's enrolments (INSCRIPCIONES_
      *          BENEFICIOS.DAT: plan, tier, dependants, first and
      *          last period). An employee holds at most one plan
      *          of each type, and enrolments are only taken,
      *          changed or dropped inside the window or after a
      *          qualifying event. The pay run deducts the employee
      *          share and posts the company share; BENPROV.cbl
      *          lists what each provider is owed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLANES-BEN-FILE
               ASSIGN TO "PLANES_BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANES-BEN-STATUS.
           SELECT OPTIONAL INSCRIP-BEN-FILE
               ASSIGN TO "INSCRIPCIONES_BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSCRIP-BEN-STATUS.
           SELECT OPTIONAL VENTANA-FILE
               ASSIGN TO "VENTANA_BENEFICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTANA-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PLANES-BEN-FILE.
           COPY BENPLAN.

       FD  INSCRIP-BEN-FILE.
           COPY BENINSC.

       FD  VENTANA-FILE.
      * One line: the open-enrolment window (first and last day) and
      * the period the choices made inside it take effect from.
       01  VENTANA-RECORD.
           05 VB-DESDE    PIC 9(8).
           05 VB-HASTA    PIC 9(8).
           05 VB-EFECTO   PIC 9(6).
           05 VB-OPERADOR PIC X(8).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  OPERATORS-FILE.
      * One operator per line: "<code> <S|U>", S marks a supervisor.
       01  OPERATOR-RECORD.
           05 OP-CODIGO PIC X(8).
           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
       01 PLANES-BEN-STATUS PIC X(2).
       01 INSCRIP-BEN-STATUS PIC X(2).
       01 VENTANA-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 OPCION PIC 9(1).
       01 SEGUIR-MENU PIC X(3) VALUE "SI ".
           88 CONTINUAR-MENU VALUE "SI ".
       01 CONFIRMAR PIC X(3).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FECHA-SISTEMA PIC 9(8).
       01 PERIODO-ACTUAL PIC 9(6).
      * Both files in memory, the way the pay run reads them --
      * rewritten entire after every change.
       01 TOTAL-PLANES PIC 9(3) VALUE 0.
       01 TABLA-PLANES.
           05 PLAN-TB OCCURS 100 TIMES.
              10 TPL-PLAN           PIC X(4).
              10 TPL-NIVEL          PIC X(1).
              10 TPL-TIPO           PIC X(1).
              10 TPL-NOMBRE         PIC X(30).
              10 TPL-PROVEEDOR      PIC X(30).
              10 TPL-COSTE-EMPLEADO PIC 9(5)V9(2).
              10 TPL-COSTE-EMPRESA  PIC 9(5)V9(2).
              10 TPL-ESTADO         PIC X(1).
       01 SUB-PLAN PIC 9(3).
       01 PLAN-ELEGIDO PIC 9(3) VALUE 0.
      * Any tier line of the plan code -- type, name and provider are
      * the plan's, the same on all its tiers.
       01 PLAN-DEL-CODIGO PIC 9(3) VALUE 0.
      * The tier being enrolled in, kept while the type check walks
      * the employee's other plans.
       01 PLAN-INSCRITO PIC 9(3) VALUE 0.
       01 TOTAL-INSCRIPCIONES PIC 9(4) VALUE 0.
       01 TABLA-INSCRIPCIONES.
           05 INSCRIPCION OCCURS 1000 TIMES.
              10 TIN-EMP-ID       PIC 9(5).
              10 TIN-PLAN         PIC X(4).
              10 TIN-NIVEL        PIC X(1).
              10 TIN-DEPENDIENTES PIC 9(2).
              10 TIN-DESDE        PIC 9(6).
              10 TIN-HASTA        PIC 9(6).
              10 TIN-MOTIVO       PIC X(4).
              10 TIN-FECHA-EVENTO PIC 9(8).
              10 TIN-FECHA-ALTA   PIC 9(8).
              10 TIN-OPERADOR     PIC X(8).
       01 SUB-INSCRIPCION PIC 9(4).
       01 INSCRIPCION-ELEGIDA PIC 9(4) VALUE 0.
      * Set when a file held more lines than its table -- the
      * rewrite would silently delete the unloaded tail, so the
      * session refuses to start instead.
       01 TABLA-LLENA PIC X(3) VALUE "NO ".
           88 TABLA-DESBORDADA VALUE "SI ".
       01 VENTANA-CARGADA PIC X(3) VALUE "NO ".
           88 HAY-VENTANA VALUE "SI ".
       01 VENTANA-DESDE PIC 9(8) VALUE 0.
       01 VENTANA-HASTA PIC 9(8) VALUE 0.
       01 VENTANA-EFECTO PIC 9(6) VALUE 0.
       01 VENTANA-OPERADOR PIC X(8) VALUE SPACES.
       01 EMPLEADO-ID PIC 9(5).
       01 EMPLEADO-OK PIC X(3) VALUE "NO ".
           88 EMPLEADO-ES-VALIDO VALUE "SI ".
       01 EMPLEADO-EXISTE-SW PIC X(3) VALUE "NO ".
           88 EMPLEADO-EXISTE VALUE "SI ".
       01 FECHA-ALTA-EMPLEADO PIC 9(8) VALUE 0.
       01 PLAN-NUEVO PIC X(4).
       01 NIVEL-NUEVO PIC X(1).
       01 TIPO-NUEVO PIC X(1).
       01 NOMBRE-NUEVO PIC X(30).
       01 PROVEEDOR-NUEVO PIC X(30).
       01 COSTE-EMPLEADO-NUEVO PIC 9(5)V9(2).
       01 COSTE-EMPRESA-NUEVO PIC 9(5)V9(2).
       01 ESTADO-NUEVO PIC X(1).
       01 DEPENDIENTES-NUEVO PIC 9(2).
       01 NIVEL-OK PIC X(3) VALUE "NO ".
           88 NIVEL-ES-VALIDO VALUE "SI ".
       01 TIPO-OCUPADO-SW PIC X(3) VALUE "NO ".
           88 TIPO-OCUPADO VALUE "SI ".
       01 TIPO-BUSCADO PIC X(1).
      * Whether the change may be made today, why, and the period
      * it takes effect from.
       01 CAMBIO-OK PIC X(3) VALUE "NO ".
           88 CAMBIO-PERMITIDO VALUE "SI ".
       01 MOTIVO-CAMBIO PIC X(4).
           88 MOTIVO-EVENTO-VALIDO VALUE "ALTA" "MATR" "NACI" "DIVO"
                                         "DEFU" "PERD" "CESE".
       01 FECHA-EVENTO PIC 9(8).
       01 PERIODO-EFECTO PIC 9(6).
      * Period arithmetic: one month either way.
       01 PERIODO-CALCULO PIC 9(6).
       01 PERIODO-CALCULO-R REDEFINES PERIODO-CALCULO.
           05 PC-ANIO PIC 9(4).
           05 PC-MES  PIC 9(2).
       01 PERIODO-ANTERIOR PIC 9(6).
       01 PERIODO-EVENTO PIC 9(6).
       01 INSCRIPCIONES-EMPLEADO PIC 9(3) VALUE 0.
       01 LINEA-IMPORTE PIC Z(4)9.99.
       01 LINEA-PLAN.
           05 LP-PLAN       PIC X(4).
           05 FILLER        PIC X(1) VALUE " ".
           05 LP-NIVEL      PIC X(1).
           05 FILLER        PIC X(1) VALUE " ".
           05 LP-TIPO       PIC X(1).
           05 FILLER        PIC X(1) VALUE " ".
           05 LP-NOMBRE     PIC X(20).
           05 FILLER        PIC X(1) VALUE " ".
           05 LP-PROVEEDOR  PIC X(20).
           05 LP-EMPLEADO   PIC Z(4)9.99.
           05 FILLER        PIC X(1) VALUE " ".
           05 LP-EMPRESA    PIC Z(4)9.99.
           05 FILLER        PIC X(1) VALUE " ".
           05 LP-ESTADO     PIC X(1).
       01 LINEA-INSCRIPCION.
           05 LI-PLAN       PIC X(4).
           05 FILLER        PIC X(1) VALUE " ".
           05 LI-NIVEL      PIC X(1).
           05 FILLER        PIC X(1) VALUE " ".
           05 LI-NOMBRE     PIC X(20).
           05 FILLER        PIC X(1) VALUE " ".
           05 LI-DEPENDIENTES PIC Z9.
           05 FILLER        PIC X(2) VALUE "  ".
           05 LI-DESDE      PIC 9(6).
           05 FILLER        PIC X(1) VALUE " ".
           05 LI-HASTA      PIC 9(6).
           05 FILLER        PIC X(1) VALUE " ".
           05 LI-MOTIVO     PIC X(4).
           05 FILLER        PIC X(1) VALUE " ".
           05 LI-EMPLEADO   PIC Z(4)9.99.
           05 FILLER        PIC X(1) VALUE " ".
           05 LI-VIGENTE    PIC X(7).

       PROCEDURE DIVISION.
       INICIO.
      * Enrolments move money every month -- nobody keys them
      * anonymously, and the operator goes on every line.
           PERFORM FIRMAR-OPERADOR.
           IF NOT HAY-SIGNON
              DISPLAY "SIN FIRMA DE OPERADOR, NO HAY MANTENIMIENTO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FECHA-SISTEMA (1:6) TO PERIODO-ACTUAL.
           MOVE PERIODO-ACTUAL TO PERIODO-CALCULO.
           PERFORM RESTAR-UN-MES.
           MOVE PERIODO-CALCULO TO PERIODO-ANTERIOR.
           PERFORM CARGAR-PLANES.
           PERFORM CARGAR-INSCRIPCIONES.
           PERFORM CARGAR-VENTANA.
      * With an incomplete table the rewrite would delete every line
      * past the limit -- nothing may be keyed over a partial load.
           IF TABLA-DESBORDADA
              DISPLAY "PLANES_BENEFICIOS.DAT O INSCRIPCIONES_"
                      "BENEFICIOS.DAT SUPERA SU TABLA, NO SE "
                      "MANTIENE NADA PARA NO PERDER LINEAS -- "
                      "AMPLIAR LA TABLA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM MENU-BENEFICIOS UNTIL NOT CONTINUAR-MENU.
           STOP RUN.

       MENU-BENEFICIOS.
           DISPLAY "PLANES DE BENEFICIOS".
           IF HAY-VENTANA
              DISPLAY "VENTANA DE INSCRIPCION " VENTANA-DESDE " A "
                      VENTANA-HASTA ", EFECTO " VENTANA-EFECTO
           ELSE
              DISPLAY "SIN VENTANA DE INSCRIPCION DEFINIDA"
           END-IF.
           DISPLAY "1. LISTAR PLANES".
           DISPLAY "2. ALTA O CAMBIO DE PLAN (SUPERVISOR)".
           DISPLAY "3. VENTANA DE INSCRIPCION (SUPERVISOR)".
           DISPLAY "4. INSCRIBIR EMPLEADO EN UN PLAN".
           DISPLAY "5. CAMBIAR PLAN, NIVEL O DEPENDIENTES".
           DISPLAY "6. DAR DE BAJA UNA INSCRIPCION".
           DISPLAY "7. REVISAR INSCRIPCIONES DE UN EMPLEADO".
           DISPLAY "0. SALIR".
           ACCEPT OPCION.
           IF OPCION = 1
              PERFORM LISTAR-PLANES
           END-IF.
           IF OPCION = 2 OR OPCION = 3
              IF NOT ES-SUPERVISOR
                 DISPLAY "EL CATALOGO Y LA VENTANA REQUIEREN UN "
                         "SUPERVISOR"
              ELSE
                 IF OPCION = 2
                    PERFORM MANTENER-PLAN
                 END-IF
                 IF OPCION = 3
                    PERFORM FIJAR-VENTANA
                 END-IF
              END-IF
           END-IF.
           IF OPCION = 4
              PERFORM INSCRIBIR-EMPLEADO
           END-IF.
           IF OPCION = 5
              PERFORM CAMBIAR-INSCRIPCION
           END-IF.
           IF OPCION = 6
              PERFORM BAJA-INSCRIPCION
           END-IF.
           IF OPCION = 7
              PERFORM REVISAR-INSCRIPCIONES
           END-IF.
           IF OPCION = 0
              MOVE "NO " TO SEGUIR-MENU
           END-IF.

       CARGAR-PLANES.
           MOVE 0 TO TOTAL-PLANES.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT PLANES-BEN-FILE.
           IF PLANES-BEN-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM CARGAR-UN-PLAN UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE PLANES-BEN-FILE.

       CARGAR-UN-PLAN.
           READ PLANES-BEN-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-PLANES < 100
                      ADD 1 TO TOTAL-PLANES
                      MOVE PLAN-BENEFICIO-RECORD TO
                           PLAN-TB (TOTAL-PLANES)
                   ELSE
                      SET TABLA-DESBORDADA TO TRUE
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       CARGAR-INSCRIPCIONES.
           MOVE 0 TO TOTAL-INSCRIPCIONES.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT INSCRIP-BEN-FILE.
           IF INSCRIP-BEN-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM CARGAR-UNA-INSCRIPCION UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE INSCRIP-BEN-FILE.

       CARGAR-UNA-INSCRIPCION.
           READ INSCRIP-BEN-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF TOTAL-INSCRIPCIONES < 1000
                      ADD 1 TO TOTAL-INSCRIPCIONES
                      MOVE INSCRIPCION-BEN-RECORD TO
                           INSCRIPCION (TOTAL-INSCRIPCIONES)
                   ELSE
                      SET TABLA-DESBORDADA TO TRUE
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       CARGAR-VENTANA.
           MOVE "NO " TO VENTANA-CARGADA.
           OPEN INPUT VENTANA-FILE.
           IF VENTANA-STATUS = "00"
              READ VENTANA-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      SET HAY-VENTANA TO TRUE
                      MOVE VB-DESDE TO VENTANA-DESDE
                      MOVE VB-HASTA TO VENTANA-HASTA
                      MOVE VB-EFECTO TO VENTANA-EFECTO
                      MOVE VB-OPERADOR TO VENTANA-OPERADOR
              END-READ
           END-IF.
           CLOSE VENTANA-FILE.

       REESCRIBIR-PLANES.
           OPEN OUTPUT PLANES-BEN-FILE.
           PERFORM VARYING SUB-PLAN FROM 1 BY 1
                   UNTIL SUB-PLAN > TOTAL-PLANES
              MOVE PLAN-TB (SUB-PLAN) TO PLAN-BENEFICIO-RECORD
              WRITE PLAN-BENEFICIO-RECORD
              IF PLANES-BEN-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN PLANES_BENEFICIOS.DAT, "
                         "ESTADO " PLANES-BEN-STATUS
                         ", EJECUCION ABORTADA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE PLANES-BEN-FILE.

       REESCRIBIR-INSCRIPCIONES.
           OPEN OUTPUT INSCRIP-BEN-FILE.
           PERFORM VARYING SUB-INSCRIPCION FROM 1 BY 1
                   UNTIL SUB-INSCRIPCION > TOTAL-INSCRIPCIONES
              MOVE INSCRIPCION (SUB-INSCRIPCION) TO
                   INSCRIPCION-BEN-RECORD
              WRITE INSCRIPCION-BEN-RECORD
              IF INSCRIP-BEN-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN INSCRIPCIONES_BENEFICIOS"
                         ".DAT, ESTADO " INSCRIP-BEN-STATUS
                         ", EJECUCION ABORTADA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE INSCRIP-BEN-FILE.

       SUMAR-UN-MES.
           IF PC-MES = 12
              ADD 1 TO PC-ANIO
              MOVE 1 TO PC-MES
           ELSE
              ADD 1 TO PC-MES
           END-IF.

       RESTAR-UN-MES.
           IF PC-MES = 1
              SUBTRACT 1 FROM PC-ANIO
              MOVE 12 TO PC-MES
           ELSE
              SUBTRACT 1 FROM PC-MES
           END-IF.

      ******************************************************************
      * The plan catalogue.
      ******************************************************************
       LISTAR-PLANES.
           DISPLAY "PLAN N T NOMBRE               PROVEEDOR           "
                   "  EMPLEADO  EMPRESA E".
           PERFORM VARYING SUB-PLAN FROM 1 BY 1
                   UNTIL SUB-PLAN > TOTAL-PLANES
              MOVE TPL-PLAN (SUB-PLAN) TO LP-PLAN
              MOVE TPL-NIVEL (SUB-PLAN) TO LP-NIVEL
              MOVE TPL-TIPO (SUB-PLAN) TO LP-TIPO
              MOVE TPL-NOMBRE (SUB-PLAN) TO LP-NOMBRE
              MOVE TPL-PROVEEDOR (SUB-PLAN) TO LP-PROVEEDOR
              MOVE TPL-COSTE-EMPLEADO (SUB-PLAN) TO LP-EMPLEADO
              MOVE TPL-COSTE-EMPRESA (SUB-PLAN) TO LP-EMPRESA
              MOVE TPL-ESTADO (SUB-PLAN) TO LP-ESTADO
              DISPLAY LINEA-PLAN
           END-PERFORM.
           DISPLAY "LINEAS DE PLAN: " TOTAL-PLANES.

       BUSCAR-PLAN.
      * PLAN-NUEVO/NIVEL-NUEVO: PLAN-ELEGIDO is that tier's line,
      * PLAN-DEL-CODIGO any line of the code.
           MOVE 0 TO PLAN-ELEGIDO.
           MOVE 0 TO PLAN-DEL-CODIGO.
           PERFORM VARYING SUB-PLAN FROM 1 BY 1
                   UNTIL SUB-PLAN > TOTAL-PLANES
              IF TPL-PLAN (SUB-PLAN) = PLAN-NUEVO
                 MOVE SUB-PLAN TO PLAN-DEL-CODIGO
                 IF TPL-NIVEL (SUB-PLAN) = NIVEL-NUEVO
                    MOVE SUB-PLAN TO PLAN-ELEGIDO
                 END-IF
              END-IF
           END-PERFORM.

       MANTENER-PLAN.
      * The code is also the deduction code the run posts, so it may
      * not fall in the garnishment or statutory ranks.
           DISPLAY "CODIGO DE PLAN (4)".
           MOVE SPACES TO PLAN-NUEVO.
           ACCEPT PLAN-NUEVO.
           DISPLAY "NIVEL (I=EMPLEADO P=PAREJA H=HIJOS F=FAMILIA)".
           MOVE SPACES TO NIVEL-NUEVO.
           ACCEPT NIVEL-NUEVO.
           MOVE NIVEL-NUEVO TO PB-NIVEL.
           IF PLAN-NUEVO = SPACES OR PLAN-NUEVO (1:3) = "EMB"
              OR PLAN-NUEVO (1:3) = "PEN" OR PLAN-NUEVO (1:2) = "SS"
              DISPLAY "CODIGO DE PLAN NO VALIDO (VACIO O EMB/PEN/SS)"
           ELSE
              IF NOT PB-NIVEL-VALIDO
                 DISPLAY "NIVEL NO VALIDO"
              ELSE
                 PERFORM BUSCAR-PLAN
                 IF PLAN-ELEGIDO > 0
                    PERFORM CAMBIAR-PLAN
                 ELSE
                    PERFORM ALTA-PLAN
                 END-IF
              END-IF
           END-IF.

       ALTA-PLAN.
      * A new tier of a known plan inherits the plan's type, name
      * and provider; only a new code asks for them.
           IF PLAN-DEL-CODIGO > 0
              MOVE TPL-TIPO (PLAN-DEL-CODIGO) TO TIPO-NUEVO
              MOVE TPL-NOMBRE (PLAN-DEL-CODIGO) TO NOMBRE-NUEVO
              MOVE TPL-PROVEEDOR (PLAN-DEL-CODIGO) TO PROVEEDOR-NUEVO
              DISPLAY "NUEVO NIVEL DEL PLAN " NOMBRE-NUEVO
           ELSE
              DISPLAY "TIPO (S=SALUD V=VIDA C=COMIDA O=OTROS)"
              MOVE SPACES TO TIPO-NUEVO
              ACCEPT TIPO-NUEVO
              DISPLAY "NOMBRE DEL PLAN"
              MOVE SPACES TO NOMBRE-NUEVO
              ACCEPT NOMBRE-NUEVO
              DISPLAY "PROVEEDOR"
              MOVE SPACES TO PROVEEDOR-NUEVO
              ACCEPT PROVEEDOR-NUEVO
           END-IF.
           DISPLAY "COSTE MENSUAL DEL EMPLEADO".
           ACCEPT COSTE-EMPLEADO-NUEVO.
           DISPLAY "COSTE MENSUAL DE LA EMPRESA".
           ACCEPT COSTE-EMPRESA-NUEVO.
           MOVE TIPO-NUEVO TO PB-TIPO.
           IF NOT PB-TIPO-VALIDO OR NOMBRE-NUEVO = SPACES
              OR PROVEEDOR-NUEVO = SPACES
              DISPLAY "TIPO, NOMBRE Y PROVEEDOR SON OBLIGATORIOS, "
                      "ALTA CANCELADA"
           ELSE
              IF TOTAL-PLANES >= 100
                 DISPLAY "CATALOGO DE PLANES LLENO, ALTA CANCELADA"
              ELSE
                 DISPLAY "CONFIRMAR ALTA DE " PLAN-NUEVO "/"
                         NIVEL-NUEVO "? (SI /NO )"
                 ACCEPT CONFIRMAR
                 IF CONFIRMAR = "SI "
                    ADD 1 TO TOTAL-PLANES
                    MOVE PLAN-NUEVO TO TPL-PLAN (TOTAL-PLANES)
                    MOVE NIVEL-NUEVO TO TPL-NIVEL (TOTAL-PLANES)
                    MOVE TIPO-NUEVO TO TPL-TIPO (TOTAL-PLANES)
                    MOVE NOMBRE-NUEVO TO TPL-NOMBRE (TOTAL-PLANES)
                    MOVE PROVEEDOR-NUEVO TO
                         TPL-PROVEEDOR (TOTAL-PLANES)
                    MOVE COSTE-EMPLEADO-NUEVO TO
                         TPL-COSTE-EMPLEADO (TOTAL-PLANES)
                    MOVE COSTE-EMPRESA-NUEVO TO
                         TPL-COSTE-EMPRESA (TOTAL-PLANES)
                    MOVE "A" TO TPL-ESTADO (TOTAL-PLANES)
                    PERFORM REESCRIBIR-PLANES
                    DISPLAY "PLAN DADO DE ALTA"
                 ELSE
                    DISPLAY "ALTA CANCELADA"
                 END-IF
              END-IF
           END-IF.

       CAMBIAR-PLAN.
      * New costs apply from the next run to everyone enrolled; "B"
      * closes the tier to new enrolments without dropping anyone.
           MOVE PLAN-ELEGIDO TO SUB-PLAN.
           MOVE TPL-COSTE-EMPLEADO (SUB-PLAN) TO LINEA-IMPORTE.
           DISPLAY "COSTE EMPLEADO ACTUAL " LINEA-IMPORTE.
           MOVE TPL-COSTE-EMPRESA (SUB-PLAN) TO LINEA-IMPORTE.
           DISPLAY "COSTE EMPRESA ACTUAL  " LINEA-IMPORTE
                   "  ESTADO " TPL-ESTADO (SUB-PLAN).
           DISPLAY "NUEVO COSTE MENSUAL DEL EMPLEADO".
           ACCEPT COSTE-EMPLEADO-NUEVO.
           DISPLAY "NUEVO COSTE MENSUAL DE LA EMPRESA".
           ACCEPT COSTE-EMPRESA-NUEVO.
           DISPLAY "ESTADO (A=ABIERTO B=CERRADO A NUEVAS ALTAS)".
           MOVE SPACES TO ESTADO-NUEVO.
           ACCEPT ESTADO-NUEVO.
           IF ESTADO-NUEVO NOT = "A" AND ESTADO-NUEVO NOT = "B"
              DISPLAY "ESTADO NO VALIDO, NADA CAMBIA"
           ELSE
              DISPLAY "CONFIRMAR CAMBIO DE " PLAN-NUEVO "/"
                      NIVEL-NUEVO "? (SI /NO )"
              ACCEPT CONFIRMAR
              IF CONFIRMAR = "SI "
                 MOVE COSTE-EMPLEADO-NUEVO TO
                      TPL-COSTE-EMPLEADO (SUB-PLAN)
                 MOVE COSTE-EMPRESA-NUEVO TO
                      TPL-COSTE-EMPRESA (SUB-PLAN)
                 MOVE ESTADO-NUEVO TO TPL-ESTADO (SUB-PLAN)
                 PERFORM REESCRIBIR-PLANES
                 DISPLAY "PLAN CAMBIADO"
              ELSE
                 DISPLAY "CAMBIO ABANDONADO"
              END-IF
           END-IF.

       FIJAR-VENTANA.
      * Choices made inside the window all start on the same period,
      * which may not come before the window closes.
           DISPLAY "PRIMER DIA DE LA VENTANA (AAAAMMDD)".
           ACCEPT VB-DESDE.
           DISPLAY "ULTIMO DIA DE LA VENTANA (AAAAMMDD)".
           ACCEPT VB-HASTA.
           DISPLAY "PERIODO DE EFECTO DE LAS ELECCIONES (AAAAMM)".
           ACCEPT VB-EFECTO.
           MOVE VB-EFECTO TO PERIODO-CALCULO.
           IF VB-DESDE = 0 OR VB-HASTA < VB-DESDE
              OR PC-MES < 1 OR PC-MES > 12
              OR VB-EFECTO < VB-HASTA (1:6)
              DISPLAY "VENTANA NO VALIDA, NADA CAMBIA"
           ELSE
              DISPLAY "CONFIRMAR VENTANA " VB-DESDE " A " VB-HASTA
                      " EFECTO " VB-EFECTO "? (SI /NO )"
              ACCEPT CONFIRMAR
              IF CONFIRMAR = "SI "
                 MOVE OPERADOR-ACTUAL TO VB-OPERADOR
                 MOVE VB-DESDE TO VENTANA-DESDE
                 MOVE VB-HASTA TO VENTANA-HASTA
                 MOVE VB-EFECTO TO VENTANA-EFECTO
                 MOVE VB-OPERADOR TO VENTANA-OPERADOR
                 OPEN OUTPUT VENTANA-FILE
                 WRITE VENTANA-RECORD
                 IF VENTANA-STATUS NOT = "00"
                    DISPLAY "ERROR DE E/S EN VENTANA_BENEFICIOS.DAT, "
                            "ESTADO " VENTANA-STATUS
                            ", EJECUCION ABORTADA"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE VENTANA-FILE
                 SET HAY-VENTANA TO TRUE
                 DISPLAY "VENTANA FIJADA"
              ELSE
                 DISPLAY "VENTANA SIN CAMBIOS"
              END-IF
           END-IF.

      ******************************************************************
      * Enrolments.
      ******************************************************************
       VALIDAR-EMPLEADO.
      * Joining or changing a plan needs someone the run pays; a
      * leaver's enrolment can still be dropped.
           MOVE "NO " TO EMPLEADO-OK.
           MOVE "NO " TO EMPLEADO-EXISTE-SW.
           MOVE 0 TO FECHA-ALTA-EMPLEADO.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-STATUS NOT = "00"
              DISPLAY "NO HAY EMPLEADOS.DAT"
           ELSE
              MOVE EMPLEADO-ID TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      DISPLAY "NO EXISTE EL EMPLEADO " EMPLEADO-ID
                  NOT INVALID KEY
                      SET EMPLEADO-EXISTE TO TRUE
                      MOVE EMP-FECHA-ALTA TO FECHA-ALTA-EMPLEADO
                      DISPLAY "EMPLEADO: " EMP-NOMBRE
                      IF EMP-ACTIVO
                         SET EMPLEADO-ES-VALIDO TO TRUE
                      ELSE
                         DISPLAY "EMPLEADO " EMPLEADO-ID " EN ESTADO "
                                 EMP-ESTADO ", LA NOMINA NO LE PAGA"
                      END-IF
              END-READ
           END-IF.
           CLOSE EMPLOYEE-FILE.

       DECIDIR-PERIODO-EFECTO.
      * Inside the open window every change takes the window's
      * effective period. Outside it a qualifying event keyed within
      * the month it happened or the next allows it, effective the
      * month after the event (and never before this month); a new
      * hire's event date is the hire date on the master.
           MOVE "NO " TO CAMBIO-OK.
           IF HAY-VENTANA AND FECHA-SISTEMA NOT < VENTANA-DESDE
              AND FECHA-SISTEMA NOT > VENTANA-HASTA
              MOVE "VENT" TO MOTIVO-CAMBIO
              MOVE 0 TO FECHA-EVENTO
              MOVE VENTANA-EFECTO TO PERIODO-EFECTO
              SET CAMBIO-PERMITIDO TO TRUE
              DISPLAY "VENTANA ABIERTA, EFECTO " PERIODO-EFECTO
           ELSE
              DISPLAY "FUERA DE LA VENTANA -- EVENTO (ALTA MATR NACI "
                      "DIVO DEFU PERD CESE)"
              MOVE SPACES TO MOTIVO-CAMBIO
              ACCEPT MOTIVO-CAMBIO
              IF NOT MOTIVO-EVENTO-VALIDO
                 DISPLAY "SIN VENTANA NI EVENTO VALIDO NO HAY CAMBIOS"
              ELSE
                 IF MOTIVO-CAMBIO = "ALTA"
                    MOVE FECHA-ALTA-EMPLEADO TO FECHA-EVENTO
                 ELSE
                    DISPLAY "FECHA DEL EVENTO (AAAAMMDD)"
                    ACCEPT FECHA-EVENTO
                 END-IF
                 MOVE FECHA-EVENTO (1:6) TO PERIODO-EVENTO
                 IF FECHA-EVENTO = 0 OR FECHA-EVENTO > FECHA-SISTEMA
                    OR PERIODO-EVENTO < PERIODO-ANTERIOR
                    DISPLAY "EVENTO DEL " FECHA-EVENTO " FUERA DE "
                            "PLAZO, SOLO VALE EN SU MES O EL SIGUIENTE"
                 ELSE
                    MOVE PERIODO-EVENTO TO PERIODO-CALCULO
                    PERFORM SUMAR-UN-MES
                    MOVE PERIODO-CALCULO TO PERIODO-EFECTO
                    IF PERIODO-EFECTO < PERIODO-ACTUAL
                       MOVE PERIODO-ACTUAL TO PERIODO-EFECTO
                    END-IF
                    SET CAMBIO-PERMITIDO TO TRUE
                    DISPLAY "EVENTO " MOTIVO-CAMBIO ", EFECTO "
                            PERIODO-EFECTO
                 END-IF
              END-IF
           END-IF.

       VALIDAR-NIVEL-DEPENDIENTES.
      * The tier has to match the people it covers.
           MOVE "NO " TO NIVEL-OK.
           EVALUATE NIVEL-NUEVO
               WHEN "I"
                   IF DEPENDIENTES-NUEVO = 0
                      SET NIVEL-ES-VALIDO TO TRUE
                   END-IF
               WHEN "P"
                   IF DEPENDIENTES-NUEVO = 1
                      SET NIVEL-ES-VALIDO TO TRUE
                   END-IF
               WHEN "H"
                   IF DEPENDIENTES-NUEVO > 0
                      SET NIVEL-ES-VALIDO TO TRUE
                   END-IF
               WHEN "F"
                   IF DEPENDIENTES-NUEVO > 1
                      SET NIVEL-ES-VALIDO TO TRUE
                   END-IF
           END-EVALUATE.
           IF NOT NIVEL-ES-VALIDO
              DISPLAY "NIVEL " NIVEL-NUEVO " NO CORRESPONDE A "
                      DEPENDIENTES-NUEVO " DEPENDIENTES"
           END-IF.

       BUSCAR-TIPO-OCUPADO.
      * Another enrolment of EMPLEADO-ID in a plan of TIPO-BUSCADO
      * still in force on or after the effective period (the one
      * being changed, INSCRIPCION-ELEGIDA, does not count).
           MOVE "NO " TO TIPO-OCUPADO-SW.
           PERFORM VARYING SUB-INSCRIPCION FROM 1 BY 1
                   UNTIL SUB-INSCRIPCION > TOTAL-INSCRIPCIONES
              IF TIN-EMP-ID (SUB-INSCRIPCION) = EMPLEADO-ID
                 AND SUB-INSCRIPCION NOT = INSCRIPCION-ELEGIDA
                 AND TIN-HASTA (SUB-INSCRIPCION) NOT < PERIODO-EFECTO
                 MOVE TIN-PLAN (SUB-INSCRIPCION) TO PLAN-NUEVO
                 MOVE TIN-NIVEL (SUB-INSCRIPCION) TO NIVEL-NUEVO
                 PERFORM BUSCAR-PLAN
                 IF PLAN-DEL-CODIGO > 0
                    AND TPL-TIPO (PLAN-DEL-CODIGO) = TIPO-BUSCADO
                    SET TIPO-OCUPADO TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       PEDIR-PLAN-NUEVO.
           DISPLAY "CODIGO DE PLAN".
           MOVE SPACES TO PLAN-NUEVO.
           ACCEPT PLAN-NUEVO.
           DISPLAY "NIVEL (I=EMPLEADO P=PAREJA H=HIJOS F=FAMILIA)".
           MOVE SPACES TO NIVEL-NUEVO.
           ACCEPT NIVEL-NUEVO.
           DISPLAY "NUMERO DE DEPENDIENTES CUBIERTOS".
           ACCEPT DEPENDIENTES-NUEVO.

       INSCRIBIR-EMPLEADO.
           DISPLAY "ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           PERFORM VALIDAR-EMPLEADO.
           IF EMPLEADO-ES-VALIDO
              PERFORM DECIDIR-PERIODO-EFECTO
           END-IF.
           IF EMPLEADO-ES-VALIDO AND CAMBIO-PERMITIDO
              PERFORM PEDIR-PLAN-NUEVO
              PERFORM BUSCAR-PLAN
              IF PLAN-ELEGIDO = 0
                 DISPLAY "NO EXISTE EL PLAN " PLAN-NUEVO "/"
                         NIVEL-NUEVO
              ELSE
                 IF TPL-ESTADO (PLAN-ELEGIDO) NOT = "A"
                    DISPLAY "EL PLAN " PLAN-NUEVO " ESTA CERRADO A "
                            "NUEVAS ALTAS"
                 ELSE
                    PERFORM VALIDAR-NIVEL-DEPENDIENTES
                    IF NIVEL-ES-VALIDO
                       PERFORM CONFIRMAR-INSCRIPCION
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CONFIRMAR-INSCRIPCION.
      * One plan per type: a second health plan is a change of plan,
      * not another enrolment.
           MOVE PLAN-ELEGIDO TO PLAN-INSCRITO.
           MOVE TPL-TIPO (PLAN-INSCRITO) TO TIPO-BUSCADO.
           MOVE 0 TO INSCRIPCION-ELEGIDA.
           PERFORM BUSCAR-TIPO-OCUPADO.
           MOVE TPL-PLAN (PLAN-INSCRITO) TO PLAN-NUEVO.
           MOVE TPL-NIVEL (PLAN-INSCRITO) TO NIVEL-NUEVO.
           IF TIPO-OCUPADO
              DISPLAY "EL EMPLEADO YA TIENE UN PLAN DE TIPO "
                      TIPO-BUSCADO " EN VIGOR, USAR CAMBIAR PLAN"
           ELSE
              IF TOTAL-INSCRIPCIONES >= 1000
                 DISPLAY "ARCHIVO DE INSCRIPCIONES LLENO, ALTA "
                         "CANCELADA"
              ELSE
                 MOVE TPL-COSTE-EMPLEADO (PLAN-INSCRITO) TO
                      LINEA-IMPORTE
                 DISPLAY "CONFIRMAR INSCRIPCION DE " EMPLEADO-ID
                         " EN " PLAN-NUEVO "/" NIVEL-NUEVO
                         " DESDE " PERIODO-EFECTO ", "
                         LINEA-IMPORTE " AL MES? (SI /NO )"
                 ACCEPT CONFIRMAR
                 IF CONFIRMAR = "SI "
                    ADD 1 TO TOTAL-INSCRIPCIONES
                    MOVE TOTAL-INSCRIPCIONES TO SUB-INSCRIPCION
                    PERFORM LLENAR-INSCRIPCION
                    PERFORM REESCRIBIR-INSCRIPCIONES
                    DISPLAY "INSCRIPCION REGISTRADA"
                 ELSE
                    DISPLAY "INSCRIPCION CANCELADA"
                 END-IF
              END-IF
           END-IF.

       LLENAR-INSCRIPCION.
           MOVE EMPLEADO-ID TO TIN-EMP-ID (SUB-INSCRIPCION).
           MOVE PLAN-NUEVO TO TIN-PLAN (SUB-INSCRIPCION).
           MOVE NIVEL-NUEVO TO TIN-NIVEL (SUB-INSCRIPCION).
           MOVE DEPENDIENTES-NUEVO TO
                TIN-DEPENDIENTES (SUB-INSCRIPCION).
           MOVE PERIODO-EFECTO TO TIN-DESDE (SUB-INSCRIPCION).
           MOVE 999999 TO TIN-HASTA (SUB-INSCRIPCION).
           MOVE MOTIVO-CAMBIO TO TIN-MOTIVO (SUB-INSCRIPCION).
           MOVE FECHA-EVENTO TO TIN-FECHA-EVENTO (SUB-INSCRIPCION).
           MOVE FECHA-SISTEMA TO TIN-FECHA-ALTA (SUB-INSCRIPCION).
           MOVE OPERADOR-ACTUAL TO TIN-OPERADOR (SUB-INSCRIPCION).

       PEDIR-INSCRIPCION.
      * The employee's enrolment in the plan code that is open-ended
      * or still to end -- the one a change or drop acts on.
           DISPLAY "CODIGO DE PLAN DE LA INSCRIPCION".
           MOVE SPACES TO PLAN-NUEVO.
           ACCEPT PLAN-NUEVO.
           MOVE 0 TO INSCRIPCION-ELEGIDA.
           PERFORM VARYING SUB-INSCRIPCION FROM 1 BY 1
                   UNTIL SUB-INSCRIPCION > TOTAL-INSCRIPCIONES
              IF TIN-EMP-ID (SUB-INSCRIPCION) = EMPLEADO-ID
                 AND TIN-PLAN (SUB-INSCRIPCION) = PLAN-NUEVO
                 AND TIN-HASTA (SUB-INSCRIPCION) NOT < PERIODO-ACTUAL
                 AND TIN-HASTA (SUB-INSCRIPCION) NOT <
                     TIN-DESDE (SUB-INSCRIPCION)
                 MOVE SUB-INSCRIPCION TO INSCRIPCION-ELEGIDA
              END-IF
           END-PERFORM.
           IF INSCRIPCION-ELEGIDA = 0
              DISPLAY "EL EMPLEADO " EMPLEADO-ID " NO TIENE EL PLAN "
                      PLAN-NUEVO " EN VIGOR"
           END-IF.

       CERRAR-INSCRIPCION.
      * The old line ends the period before PERIODO-EFECTO; one that
      * had not started yet is left with an empty range, so it stays
      * on file as history and is never charged.
           MOVE PERIODO-EFECTO TO PERIODO-CALCULO.
           PERFORM RESTAR-UN-MES.
           MOVE PERIODO-CALCULO TO TIN-HASTA (INSCRIPCION-ELEGIDA).

       CAMBIAR-INSCRIPCION.
           DISPLAY "ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           PERFORM VALIDAR-EMPLEADO.
           IF EMPLEADO-ES-VALIDO
              PERFORM PEDIR-INSCRIPCION
           END-IF.
           IF EMPLEADO-ES-VALIDO AND INSCRIPCION-ELEGIDA > 0
              PERFORM DECIDIR-PERIODO-EFECTO
           END-IF.
           IF EMPLEADO-ES-VALIDO AND INSCRIPCION-ELEGIDA > 0
              AND CAMBIO-PERMITIDO
              MOVE TIN-PLAN (INSCRIPCION-ELEGIDA) TO PLAN-NUEVO
              MOVE TIN-NIVEL (INSCRIPCION-ELEGIDA) TO NIVEL-NUEVO
              PERFORM BUSCAR-PLAN
              MOVE SPACE TO TIPO-BUSCADO
              IF PLAN-DEL-CODIGO > 0
                 MOVE TPL-TIPO (PLAN-DEL-CODIGO) TO TIPO-BUSCADO
              END-IF
              DISPLAY "ACTUAL: " PLAN-NUEVO "/" NIVEL-NUEVO " CON "
                      TIN-DEPENDIENTES (INSCRIPCION-ELEGIDA)
                      " DEPENDIENTES"
              PERFORM PEDIR-PLAN-NUEVO
              PERFORM BUSCAR-PLAN
              IF PLAN-ELEGIDO = 0
                 DISPLAY "NO EXISTE EL PLAN " PLAN-NUEVO "/"
                         NIVEL-NUEVO
              ELSE
                 IF TPL-TIPO (PLAN-ELEGIDO) NOT = TIPO-BUSCADO
                    DISPLAY "EL PLAN NUEVO ES DE OTRO TIPO, DAR DE "
                            "ALTA UNA INSCRIPCION APARTE"
                 ELSE
                    IF TPL-ESTADO (PLAN-ELEGIDO) NOT = "A"
                       AND PLAN-NUEVO NOT =
                           TIN-PLAN (INSCRIPCION-ELEGIDA)
                       DISPLAY "EL PLAN " PLAN-NUEVO " ESTA CERRADO "
                               "A NUEVAS ALTAS"
                    ELSE
                       PERFORM VALIDAR-NIVEL-DEPENDIENTES
                       IF NIVEL-ES-VALIDO
                          PERFORM CONFIRMAR-CAMBIO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CONFIRMAR-CAMBIO.
           IF TOTAL-INSCRIPCIONES >= 1000
              DISPLAY "ARCHIVO DE INSCRIPCIONES LLENO, CAMBIO "
                      "CANCELADO"
           ELSE
              MOVE TPL-COSTE-EMPLEADO (PLAN-ELEGIDO) TO LINEA-IMPORTE
              DISPLAY "CONFIRMAR CAMBIO A " PLAN-NUEVO "/" NIVEL-NUEVO
                      " DESDE " PERIODO-EFECTO ", " LINEA-IMPORTE
                      " AL MES? (SI /NO )"
              ACCEPT CONFIRMAR
              IF CONFIRMAR = "SI "
                 PERFORM CERRAR-INSCRIPCION
                 ADD 1 TO TOTAL-INSCRIPCIONES
                 MOVE TOTAL-INSCRIPCIONES TO SUB-INSCRIPCION
                 PERFORM LLENAR-INSCRIPCION
                 PERFORM REESCRIBIR-INSCRIPCIONES
                 DISPLAY "INSCRIPCION CAMBIADA"
              ELSE
                 DISPLAY "CAMBIO ABANDONADO"
              END-IF
           END-IF.

       BAJA-INSCRIPCION.
      * A leaver's plans can always be closed (event CESE); anyone
      * else needs the window or a qualifying event like any change.
           DISPLAY "ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           PERFORM VALIDAR-EMPLEADO.
           IF EMPLEADO-EXISTE
              PERFORM PEDIR-INSCRIPCION
           END-IF.
           IF EMPLEADO-EXISTE AND INSCRIPCION-ELEGIDA > 0
              PERFORM DECIDIR-PERIODO-EFECTO
           END-IF.
           IF EMPLEADO-EXISTE AND INSCRIPCION-ELEGIDA > 0
              AND CAMBIO-PERMITIDO
              DISPLAY "CONFIRMAR BAJA DE " PLAN-NUEVO " DESDE "
                      PERIODO-EFECTO "? (SI /NO )"
              ACCEPT CONFIRMAR
              IF CONFIRMAR = "SI "
                 PERFORM CERRAR-INSCRIPCION
                 PERFORM REESCRIBIR-INSCRIPCIONES
                 DISPLAY "INSCRIPCION DADA DE BAJA, ULTIMO PERIODO "
                         TIN-HASTA (INSCRIPCION-ELEGIDA)
              ELSE
                 DISPLAY "BAJA ABANDONADA"
              END-IF
           END-IF.

       REVISAR-INSCRIPCIONES.
           DISPLAY "ID DE EMPLEADO".
           ACCEPT EMPLEADO-ID.
           MOVE 0 TO INSCRIPCIONES-EMPLEADO.
           DISPLAY "PLAN N NOMBRE               DEP  DESDE  HASTA  "
                   "MOT.  EMPLEADO".
           PERFORM VARYING SUB-INSCRIPCION FROM 1 BY 1
                   UNTIL SUB-INSCRIPCION > TOTAL-INSCRIPCIONES
              IF TIN-EMP-ID (SUB-INSCRIPCION) = EMPLEADO-ID
                 ADD 1 TO INSCRIPCIONES-EMPLEADO
                 PERFORM MOSTRAR-INSCRIPCION
              END-IF
           END-PERFORM.
           DISPLAY "INSCRIPCIONES DEL EMPLEADO: "
                   INSCRIPCIONES-EMPLEADO.

       MOSTRAR-INSCRIPCION.
           MOVE TIN-PLAN (SUB-INSCRIPCION) TO PLAN-NUEVO LI-PLAN.
           MOVE TIN-NIVEL (SUB-INSCRIPCION) TO NIVEL-NUEVO LI-NIVEL.
           PERFORM BUSCAR-PLAN.
           MOVE SPACES TO LI-NOMBRE.
           MOVE 0 TO LI-EMPLEADO.
           IF PLAN-ELEGIDO > 0
              MOVE TPL-NOMBRE (PLAN-ELEGIDO) TO LI-NOMBRE
              MOVE TPL-COSTE-EMPLEADO (PLAN-ELEGIDO) TO LI-EMPLEADO
           END-IF.
           MOVE TIN-DEPENDIENTES (SUB-INSCRIPCION) TO LI-DEPENDIENTES.
           MOVE TIN-DESDE (SUB-INSCRIPCION) TO LI-DESDE.
           MOVE TIN-HASTA (SUB-INSCRIPCION) TO LI-HASTA.
           MOVE TIN-MOTIVO (SUB-INSCRIPCION) TO LI-MOTIVO.
           MOVE SPACES TO LI-VIGENTE.
           IF TIN-DESDE (SUB-INSCRIPCION) NOT > PERIODO-ACTUAL
              AND TIN-HASTA (SUB-INSCRIPCION) NOT < PERIODO-ACTUAL
              MOVE "VIGENTE" TO LI-VIGENTE
           END-IF.
           DISPLAY LINEA-INSCRIPCION.

           COPY SIGNONPR.

       END PROGRAM BENMANT.
