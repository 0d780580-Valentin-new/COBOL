      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Benefit provider list for a period -- every
      *          enrolment in force (INSCRIPCIONES_BENEFICIOS.DAT)
      *          priced off PLANES_BENEFICIOS.DAT, grouped by the
      *          plan's provider, with the employee share, the
      *          company share and the premium owed for each person
      *          enrolled, and the total to pay each provider.
      *          Beside each line goes what the runs actually
      *          withheld under the plan code (the DEDUC lines of
      *          HISTORIAL_DETALLE.LOG); a line where the two differ,
      *          an enrolment on a plan no longer in the catalogue or
      *          a withholding with no enrolment behind it ends with
      *          return code 4.
      *          Written to BENEFICIOS_<periodo>.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENPROV.
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
           SELECT OPTIONAL HIST-DETALLE-FILE
               ASSIGN TO "HISTORIAL_DETALLE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-DETALLE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLEADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-STATUS.
           SELECT LISTADO-FILE ASSIGN TO LISTADO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-STATUS.
           SELECT ORDENADO-FILE ASSIGN TO "BENPROV.SRT".

       DATA DIVISION.

       FILE SECTION.
       FD  PLANES-BEN-FILE.
           COPY BENPLAN.

       FD  INSCRIP-BEN-FILE.
           COPY BENINSC.

       FD  HIST-DETALLE-FILE.
       01  HIST-DETALLE-RECORD PIC X(52).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  LISTADO-FILE.
       01  LISTADO-RECORD PIC X(100).

       SD  ORDENADO-FILE.
      * One enrolment in force ("I") or one withholding the runs
      * took ("R"), keyed by provider so each provider's list is
      * written in one pass; both fold into one line per employee
      * and plan.
       01  ORDENADO-RECORD.
           05 SR-PROVEEDOR      PIC X(30).
           05 SR-EMP-ID         PIC 9(5).
           05 SR-PLAN           PIC X(4).
           05 SR-ORIGEN         PIC X(1).
           05 SR-NIVEL          PIC X(1).
           05 SR-DEPENDIENTES   PIC 9(2).
           05 SR-COSTE-EMPLEADO PIC 9(5)V9(2).
           05 SR-COSTE-EMPRESA  PIC 9(5)V9(2).
           05 SR-RETENIDO       PIC S9(10)V9(2).

       WORKING-STORAGE SECTION.
           COPY DETLOG.
       01 PLANES-BEN-STATUS PIC X(2).
       01 INSCRIP-BEN-STATUS PIC X(2).
       01 HIST-DETALLE-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 LISTADO-STATUS PIC X(2).
       01 LISTADO-NOMBRE PIC X(40).
       01 FECHA-SISTEMA PIC 9(8).
       01 PERIODO-PEDIDO PIC 9(6).
       01 PERIODO-PEDIDO-R REDEFINES PERIODO-PEDIDO.
           05 PP-ANIO PIC 9(4).
           05 PP-MES  PIC 9(2).
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FIN-DE-ORDENADO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ORDENADO VALUE "SI ".
      * The plan catalogue as loaded.
       01 TOTAL-PLANES PIC 9(3) VALUE 0.
       01 TABLA-PLANES.
           05 PLAN-TB OCCURS 100 TIMES.
              10 TPL-PLAN           PIC X(4).
              10 TPL-NIVEL          PIC X(1).
              10 TPL-NOMBRE         PIC X(30).
              10 TPL-PROVEEDOR      PIC X(30).
              10 TPL-COSTE-EMPLEADO PIC 9(5)V9(2).
              10 TPL-COSTE-EMPRESA  PIC 9(5)V9(2).
       01 SUB-PLAN PIC 9(3).
       01 PLAN-BUSCADO PIC X(4).
       01 NIVEL-BUSCADO PIC X(1).
       01 PLAN-ELEGIDO PIC 9(3).
       01 PLAN-DEL-CODIGO PIC 9(3).
      * The provider being written and the employee/plan line being
      * gathered.
       01 PROVEEDOR-ANTERIOR PIC X(30).
       01 PROVEEDOR-ABIERTO PIC X(3) VALUE "NO ".
           88 HAY-PROVEEDOR-ABIERTO VALUE "SI ".
       01 LINEA-PENDIENTE PIC X(3) VALUE "NO ".
           88 HAY-LINEA-PENDIENTE VALUE "SI ".
       01 PEND-EMP-ID PIC 9(5).
       01 PEND-PLAN PIC X(4).
       01 PEND-INSCRITO PIC X(3).
           88 PEND-TIENE-INSCRIPCION VALUE "SI ".
       01 PEND-NIVEL PIC X(1).
       01 PEND-DEPENDIENTES PIC 9(2).
       01 PEND-COSTE-EMPLEADO PIC 9(5)V9(2).
       01 PEND-COSTE-EMPRESA PIC 9(5)V9(2).
       01 PEND-RETENIDO PIC S9(10)V9(2).
       01 PRIMA-LINEA PIC 9(6)V9(2).
       01 INSCRITOS-PROVEEDOR PIC 9(5).
       01 EMPLEADO-PROVEEDOR PIC 9(10)V9(2).
       01 EMPRESA-PROVEEDOR PIC 9(10)V9(2).
       01 RETENIDO-PROVEEDOR PIC S9(10)V9(2).
      * One line per provider listed, for the summary at the foot.
       01 TOTAL-PROVEEDORES PIC 9(2) VALUE 0.
       01 TABLA-PROVEEDORES.
           05 PROVEEDOR-HECHO OCCURS 50 TIMES.
              10 TPV-PROVEEDOR PIC X(30).
              10 TPV-INSCRITOS PIC 9(5).
              10 TPV-TOTAL     PIC 9(10)V9(2).
       01 PROVEEDORES-DESBORDADOS PIC 9(3) VALUE 0.
       01 SUB-PROVEEDOR PIC 9(2).
       01 TOTAL-GENERAL PIC 9(12)V9(2) VALUE 0.
       01 INSCRITOS-GENERAL PIC 9(5) VALUE 0.
       01 AVISOS PIC 9(5) VALUE 0.
       01 LINEA-TITULO.
           05 FILLER       PIC X(30)
                  VALUE "LISTADO DE BENEFICIOS PERIODO ".
           05 LTI-PERIODO  PIC 9(6).
           05 FILLER       PIC X(9) VALUE "  EMITIDO".
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LTI-FECHA    PIC 9(8).
       01 LINEA-TITULO-PROVEEDOR.
           05 FILLER       PIC X(11) VALUE "PROVEEDOR: ".
           05 LTP-PROVEEDOR PIC X(30).
       01 LINEA-CABECERA.
           05 FILLER PIC X(7)  VALUE "     ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(24) VALUE "NOMBRE".
           05 FILLER PIC X(7)  VALUE "PLAN N".
           05 FILLER PIC X(4)  VALUE "DEP".
           05 FILLER PIC X(10) VALUE "  EMPLEADO".
           05 FILLER PIC X(10) VALUE "   EMPRESA".
           05 FILLER PIC X(11) VALUE "      PRIMA".
           05 FILLER PIC X(12) VALUE "    RETENIDO".
           05 FILLER PIC X(13) VALUE "  NOTA".
       01 LINEA-DETALLE.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDE-EMP-ID   PIC 9(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDE-NOMBRE   PIC X(23).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LDE-PLAN     PIC X(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LDE-NIVEL    PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LDE-DEPENDIENTES PIC Z9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LDE-EMPLEADO PIC Z(6)9.99.
           05 LDE-EMPRESA  PIC Z(6)9.99.
           05 LDE-PRIMA    PIC Z(7)9.99.
           05 LDE-RETENIDO PIC -(8)9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LDE-NOTA     PIC X(11).
       01 LINEA-TOTAL-PROVEEDOR.
           05 FILLER       PIC X(17) VALUE "TOTAL A PAGAR    ".
           05 LTP-INSCRITOS PIC Z(4)9.
           05 FILLER       PIC X(11) VALUE " INSCRITOS ".
           05 FILLER       PIC X(10) VALUE SPACES.
           05 LTP-EMPLEADO PIC Z(6)9.99.
           05 LTP-EMPRESA  PIC Z(6)9.99.
           05 LTP-TOTAL    PIC Z(7)9.99.
       01 LINEA-RETENIDO-PROVEEDOR.
           05 FILLER       PIC X(74)
                  VALUE "RETENIDO EN NOMINA BAJO ESTOS PLANES".
           05 LRP-RETENIDO PIC -(8)9.99.
       01 LINEA-CABECERA-RESUMEN.
           05 FILLER PIC X(32) VALUE "RESUMEN POR PROVEEDOR".
           05 FILLER PIC X(9)  VALUE "INSCRITOS".
           05 FILLER PIC X(16) VALUE "   TOTAL A PAGAR".
       01 LINEA-RESUMEN.
           05 LRE-PROVEEDOR PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LRE-INSCRITOS PIC Z(8)9.
           05 LRE-TOTAL     PIC Z(12)9.99.
       01 LINEA-TOTAL-GENERAL.
           05 FILLER        PIC X(32) VALUE "TOTAL GENERAL".
           05 LTG-INSCRITOS PIC Z(8)9.
           05 LTG-TOTAL     PIC Z(12)9.99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A LISTAR (AAAAMM)".
           ACCEPT PERIODO-PEDIDO.
           IF PP-MES < 1 OR PP-MES > 12
              DISPLAY "PERIODO INVALIDO, NADA QUE LISTAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGAR-PLANES.
           IF TOTAL-PLANES = 0
              DISPLAY "PLANES_BENEFICIOS.DAT VACIO O AUSENTE, NO HAY "
                      "BENEFICIOS QUE LISTAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO LISTADO-NOMBRE.
           STRING "BENEFICIOS_" PERIODO-PEDIDO ".TXT"
                  DELIMITED BY SIZE INTO LISTADO-NOMBRE
           END-STRING.
           OPEN OUTPUT LISTADO-FILE.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE PERIODO-PEDIDO TO LTI-PERIODO.
           MOVE FECHA-SISTEMA TO LTI-FECHA.
           WRITE LISTADO-RECORD FROM LINEA-TITULO.
           PERFORM VERIFICAR-ESCRITURA.
           SORT ORDENADO-FILE
               ON ASCENDING KEY SR-PROVEEDOR SR-EMP-ID SR-PLAN
                                SR-ORIGEN
               INPUT PROCEDURE IS LEER-BENEFICIOS
               OUTPUT PROCEDURE IS ESCRIBIR-PROVEEDORES.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE LISTADO-FILE.
           IF AVISOS > 0
              MOVE 4 TO RETURN-CODE
              DISPLAY "LISTADO CON AVISOS, VER " LISTADO-NOMBRE
           ELSE
              DISPLAY "LISTADO ESCRITO, VER " LISTADO-NOMBRE
           END-IF.
           STOP RUN.

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
                      MOVE PB-PLAN TO TPL-PLAN (TOTAL-PLANES)
                      MOVE PB-NIVEL TO TPL-NIVEL (TOTAL-PLANES)
                      MOVE PB-NOMBRE TO TPL-NOMBRE (TOTAL-PLANES)
                      MOVE PB-PROVEEDOR TO
                           TPL-PROVEEDOR (TOTAL-PLANES)
                      MOVE PB-COSTE-EMPLEADO TO
                           TPL-COSTE-EMPLEADO (TOTAL-PLANES)
                      MOVE PB-COSTE-EMPRESA TO
                           TPL-COSTE-EMPRESA (TOTAL-PLANES)
                   ELSE
                      DISPLAY "PLANES_BENEFICIOS.DAT SUPERA 100 "
                              "LINEAS, EL RESTO NO SE LISTA"
                      ADD 1 TO AVISOS
                      MOVE "SI " TO FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       BUSCAR-PLAN.
      * PLAN-BUSCADO/NIVEL-BUSCADO: PLAN-ELEGIDO is that tier's line,
      * PLAN-DEL-CODIGO any line of the code.
           MOVE 0 TO PLAN-ELEGIDO.
           MOVE 0 TO PLAN-DEL-CODIGO.
           PERFORM VARYING SUB-PLAN FROM 1 BY 1
                   UNTIL SUB-PLAN > TOTAL-PLANES
              IF TPL-PLAN (SUB-PLAN) = PLAN-BUSCADO
                 MOVE SUB-PLAN TO PLAN-DEL-CODIGO
                 IF TPL-NIVEL (SUB-PLAN) = NIVEL-BUSCADO
                    MOVE SUB-PLAN TO PLAN-ELEGIDO
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      * Input side: the enrolments in force for the period, then what
      * the runs withheld under a plan code.
      ******************************************************************
       LEER-BENEFICIOS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT INSCRIP-BEN-FILE.
           IF INSCRIP-BEN-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-INSCRIPCION UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE INSCRIP-BEN-FILE.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT HIST-DETALLE-FILE.
           IF HIST-DETALLE-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM LEER-LINEA-DETALLE UNTIL HAY-FIN-DE-ARCHIVO.
           IF HIST-DETALLE-STATUS = "00" OR HIST-DETALLE-STATUS = "10"
              CLOSE HIST-DETALLE-FILE
           END-IF.

       LEER-INSCRIPCION.
           READ INSCRIP-BEN-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF IB-DESDE NOT > PERIODO-PEDIDO
                      AND IB-HASTA NOT < PERIODO-PEDIDO
                      PERFORM TOMAR-INSCRIPCION
                   END-IF
           END-READ.

       TOMAR-INSCRIPCION.
           MOVE IB-PLAN TO PLAN-BUSCADO.
           MOVE IB-NIVEL TO NIVEL-BUSCADO.
           PERFORM BUSCAR-PLAN.
           IF PLAN-ELEGIDO = 0
              DISPLAY "AVISO: EMPLEADO " IB-EMP-ID " INSCRITO EN "
                      IB-PLAN "/" IB-NIVEL ", QUE NO ESTA EN "
                      "PLANES_BENEFICIOS.DAT -- NO SE LISTA"
              ADD 1 TO AVISOS
           ELSE
              MOVE TPL-PROVEEDOR (PLAN-ELEGIDO) TO SR-PROVEEDOR
              MOVE IB-EMP-ID TO SR-EMP-ID
              MOVE IB-PLAN TO SR-PLAN
              MOVE "I" TO SR-ORIGEN
              MOVE IB-NIVEL TO SR-NIVEL
              MOVE IB-DEPENDIENTES TO SR-DEPENDIENTES
              MOVE TPL-COSTE-EMPLEADO (PLAN-ELEGIDO) TO
                   SR-COSTE-EMPLEADO
              MOVE TPL-COSTE-EMPRESA (PLAN-ELEGIDO) TO
                   SR-COSTE-EMPRESA
              MOVE 0 TO SR-RETENIDO
              RELEASE ORDENADO-RECORD
           END-IF.

       LEER-LINEA-DETALLE.
           READ HIST-DETALLE-FILE INTO LINEA-HIST-DET
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LD-CONCEPTO = "DEDUC   "
                      AND LD-PERIODO = PERIODO-PEDIDO
                      PERFORM TOMAR-RETENCION
                   END-IF
           END-READ.

       TOMAR-RETENCION.
      * Only plan codes -- every other deduction is REMTERC's.
           MOVE LD-CODIGO (1:4) TO PLAN-BUSCADO.
           MOVE SPACE TO NIVEL-BUSCADO.
           PERFORM BUSCAR-PLAN.
           IF PLAN-DEL-CODIGO > 0
              MOVE TPL-PROVEEDOR (PLAN-DEL-CODIGO) TO SR-PROVEEDOR
              MOVE LD-EMP-ID TO SR-EMP-ID
              MOVE PLAN-BUSCADO TO SR-PLAN
              MOVE "R" TO SR-ORIGEN
              MOVE SPACE TO SR-NIVEL
              MOVE 0 TO SR-DEPENDIENTES
              MOVE 0 TO SR-COSTE-EMPLEADO
              MOVE 0 TO SR-COSTE-EMPRESA
              MOVE LD-IMPORTE TO SR-RETENIDO
              RELEASE ORDENADO-RECORD
           END-IF.

      ******************************************************************
      * Output side: one section per provider, one line per employee
      * and plan, the amount to pay at the foot.
      ******************************************************************
       ESCRIBIR-PROVEEDORES.
           OPEN INPUT EMPLOYEE-FILE.
           PERFORM LEER-ORDENADO UNTIL HAY-FIN-DE-ORDENADO.
           PERFORM CERRAR-PROVEEDOR.
           IF EMPLOYEE-STATUS = "00"
              CLOSE EMPLOYEE-FILE
           END-IF.

       LEER-ORDENADO.
           RETURN ORDENADO-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ORDENADO
               NOT AT END
                   PERFORM TOMAR-ORDENADO
           END-RETURN.

       TOMAR-ORDENADO.
           IF HAY-LINEA-PENDIENTE
              AND (SR-PROVEEDOR NOT = PROVEEDOR-ANTERIOR
                   OR SR-EMP-ID NOT = PEND-EMP-ID
                   OR SR-PLAN NOT = PEND-PLAN)
              PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF HAY-PROVEEDOR-ABIERTO
              AND SR-PROVEEDOR NOT = PROVEEDOR-ANTERIOR
              PERFORM CERRAR-PROVEEDOR
           END-IF.
           IF NOT HAY-PROVEEDOR-ABIERTO
              PERFORM ABRIR-PROVEEDOR
           END-IF.
           IF NOT HAY-LINEA-PENDIENTE
              MOVE SR-EMP-ID TO PEND-EMP-ID
              MOVE SR-PLAN TO PEND-PLAN
              MOVE "NO " TO PEND-INSCRITO
              MOVE SPACE TO PEND-NIVEL
              MOVE 0 TO PEND-DEPENDIENTES
              MOVE 0 TO PEND-COSTE-EMPLEADO
              MOVE 0 TO PEND-COSTE-EMPRESA
              MOVE 0 TO PEND-RETENIDO
              MOVE "SI " TO LINEA-PENDIENTE
           END-IF.
           IF SR-ORIGEN = "I"
              MOVE "SI " TO PEND-INSCRITO
              MOVE SR-NIVEL TO PEND-NIVEL
              MOVE SR-DEPENDIENTES TO PEND-DEPENDIENTES
              MOVE SR-COSTE-EMPLEADO TO PEND-COSTE-EMPLEADO
              MOVE SR-COSTE-EMPRESA TO PEND-COSTE-EMPRESA
           ELSE
              ADD SR-RETENIDO TO PEND-RETENIDO
           END-IF.

       ABRIR-PROVEEDOR.
           MOVE SR-PROVEEDOR TO PROVEEDOR-ANTERIOR.
           MOVE SPACES TO LISTADO-RECORD.
           WRITE LISTADO-RECORD.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE SR-PROVEEDOR TO LTP-PROVEEDOR.
           WRITE LISTADO-RECORD FROM LINEA-TITULO-PROVEEDOR.
           PERFORM VERIFICAR-ESCRITURA.
           WRITE LISTADO-RECORD FROM LINEA-CABECERA.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE 0 TO INSCRITOS-PROVEEDOR.
           MOVE 0 TO EMPLEADO-PROVEEDOR.
           MOVE 0 TO EMPRESA-PROVEEDOR.
           MOVE 0 TO RETENIDO-PROVEEDOR.
           MOVE "SI " TO PROVEEDOR-ABIERTO.

       ESCRIBIR-LINEA-DETALLE.
      * The premium is what the provider is owed for the enrolment,
      * whatever the run managed to withhold; a shortfall (protected
      * net) or a withholding without an enrolment is flagged.
           MOVE PEND-EMP-ID TO LDE-EMP-ID.
           MOVE "(NO ESTA EN EL MAESTRO)" TO LDE-NOMBRE.
           IF EMPLOYEE-STATUS = "00" OR EMPLOYEE-STATUS = "23"
              MOVE PEND-EMP-ID TO EMP-ID
              READ EMPLOYEE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE EMP-NOMBRE TO LDE-NOMBRE
              END-READ
           END-IF.
           MOVE PEND-PLAN TO LDE-PLAN.
           MOVE PEND-NIVEL TO LDE-NIVEL.
           MOVE PEND-DEPENDIENTES TO LDE-DEPENDIENTES.
           MOVE PEND-COSTE-EMPLEADO TO LDE-EMPLEADO.
           MOVE PEND-COSTE-EMPRESA TO LDE-EMPRESA.
           COMPUTE PRIMA-LINEA = PEND-COSTE-EMPLEADO
                               + PEND-COSTE-EMPRESA.
           MOVE PRIMA-LINEA TO LDE-PRIMA.
           MOVE PEND-RETENIDO TO LDE-RETENIDO.
           MOVE SPACES TO LDE-NOTA.
           IF NOT PEND-TIENE-INSCRIPCION
              MOVE "NO INSCRITO" TO LDE-NOTA
              ADD 1 TO AVISOS
           ELSE
              IF PEND-RETENIDO NOT = PEND-COSTE-EMPLEADO
                 MOVE "DIFERENCIA" TO LDE-NOTA
                 ADD 1 TO AVISOS
              END-IF
              ADD 1 TO INSCRITOS-PROVEEDOR
              ADD PEND-COSTE-EMPLEADO TO EMPLEADO-PROVEEDOR
              ADD PEND-COSTE-EMPRESA TO EMPRESA-PROVEEDOR
           END-IF.
           ADD PEND-RETENIDO TO RETENIDO-PROVEEDOR.
           WRITE LISTADO-RECORD FROM LINEA-DETALLE.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "NO " TO LINEA-PENDIENTE.

       CERRAR-PROVEEDOR.
           IF HAY-LINEA-PENDIENTE
              PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF HAY-PROVEEDOR-ABIERTO
              MOVE INSCRITOS-PROVEEDOR TO LTP-INSCRITOS
              MOVE EMPLEADO-PROVEEDOR TO LTP-EMPLEADO
              MOVE EMPRESA-PROVEEDOR TO LTP-EMPRESA
              COMPUTE LTP-TOTAL = EMPLEADO-PROVEEDOR
                                + EMPRESA-PROVEEDOR
              WRITE LISTADO-RECORD FROM LINEA-TOTAL-PROVEEDOR
              PERFORM VERIFICAR-ESCRITURA
              MOVE RETENIDO-PROVEEDOR TO LRP-RETENIDO
              WRITE LISTADO-RECORD FROM LINEA-RETENIDO-PROVEEDOR
              PERFORM VERIFICAR-ESCRITURA
              IF TOTAL-PROVEEDORES < 50
                 ADD 1 TO TOTAL-PROVEEDORES
                 MOVE PROVEEDOR-ANTERIOR TO
                      TPV-PROVEEDOR (TOTAL-PROVEEDORES)
                 MOVE INSCRITOS-PROVEEDOR TO
                      TPV-INSCRITOS (TOTAL-PROVEEDORES)
                 COMPUTE TPV-TOTAL (TOTAL-PROVEEDORES) =
                         EMPLEADO-PROVEEDOR + EMPRESA-PROVEEDOR
              ELSE
                 ADD 1 TO PROVEEDORES-DESBORDADOS
              END-IF
              ADD INSCRITOS-PROVEEDOR TO INSCRITOS-GENERAL
              ADD EMPLEADO-PROVEEDOR TO TOTAL-GENERAL
              ADD EMPRESA-PROVEEDOR TO TOTAL-GENERAL
              DISPLAY "PROVEEDOR " PROVEEDOR-ANTERIOR " "
                      INSCRITOS-PROVEEDOR " INSCRITOS"
              MOVE "NO " TO PROVEEDOR-ABIERTO
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO LISTADO-RECORD.
           WRITE LISTADO-RECORD.
           PERFORM VERIFICAR-ESCRITURA.
           WRITE LISTADO-RECORD FROM LINEA-CABECERA-RESUMEN.
           PERFORM VERIFICAR-ESCRITURA.
           PERFORM VARYING SUB-PROVEEDOR FROM 1 BY 1
                   UNTIL SUB-PROVEEDOR > TOTAL-PROVEEDORES
              MOVE TPV-PROVEEDOR (SUB-PROVEEDOR) TO LRE-PROVEEDOR
              MOVE TPV-INSCRITOS (SUB-PROVEEDOR) TO LRE-INSCRITOS
              MOVE TPV-TOTAL (SUB-PROVEEDOR) TO LRE-TOTAL
              WRITE LISTADO-RECORD FROM LINEA-RESUMEN
              PERFORM VERIFICAR-ESCRITURA
           END-PERFORM.
           IF PROVEEDORES-DESBORDADOS > 0
              DISPLAY "AVISO: " PROVEEDORES-DESBORDADOS
                      " PROVEEDORES NO CABEN EN EL RESUMEN, SOLO "
                      "ESTAN EN SU SECCION"
              ADD 1 TO AVISOS
           END-IF.
           MOVE INSCRITOS-GENERAL TO LTG-INSCRITOS.
           MOVE TOTAL-GENERAL TO LTG-TOTAL.
           WRITE LISTADO-RECORD FROM LINEA-TOTAL-GENERAL.
           PERFORM VERIFICAR-ESCRITURA.

       VERIFICAR-ESCRITURA.
           IF LISTADO-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN " LISTADO-NOMBRE ", ESTADO "
                      LISTADO-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM BENPROV.
