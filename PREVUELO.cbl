      *          CHECKLIST_NOCTURNO.TXT. Return code: 0 go, 4 go
      *          with warnings, 8 no-go.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  The statutory set in force for the lote's period
      *             (PARAMETROS_LEGALES.DAT) is checked for coherence
      *             and the lote's salaries and grades are priced
      *             against it, so a bad January entry is a no-go at
      *             17:00 instead of a wrong night.
      * 2026-10-15  Every bank account the run would pay into -- main
      *             accounts of the company's payable staff and the
      *             INSTRUCCIONES_PAGO.DAT destinations -- is checked
      *             for IBAN structure and mod-97 check digits; each
      *             bad one is a no-go line of its own.
      * 2026-10-15  Lote layout follows the pay run's new BI-PUESTO
      *             column on the detail line.
      * 2026-10-15  The go/no-go line names the company checked, so
      *             the morning report can put the verdict against it.
      * 2026-10-15  Accounts are checked as IBANs of up to 34
      *             characters against their country's length (ES
      *             24); a CCC with no IBAN is named as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVUELO.
               ASSIGN TO "CALENDARIO_PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDARIO-STATUS.
           SELECT OPTIONAL PARAMETROS-FILE
               ASSIGN TO "PARAMETROS_LEGALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.
           SELECT OPTIONAL INSTRUCCIONES-FILE
               ASSIGN TO "INSTRUCCIONES_PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCCIONES-STATUS.
           SELECT CHECKLIST-FILE ASSIGN TO "CHECKLIST_NOCTURNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKLIST-STATUS.
              10 BI-GRADO   PIC X(2).
              10 BI-DEPTO   PIC X(4).
              10 BI-FECHA-ALTA PIC 9(8).
              10 BI-PUESTO  PIC X(6).
           05 BI-CABECERA REDEFINES BI-DATOS.
              10 BI-FECHA-CREACION PIC 9(8).
              10 BI-PERIODO        PIC 9(6).
              10 BI-TIPO-EJECUCION PIC X(1).
              10 BI-FRECUENCIA     PIC X(1).
              10 BI-EMPRESA        PIC X(2).
              10 FILLER            PIC X(70).
           05 BI-COLA REDEFINES BI-DATOS.
              10 BI-REGISTROS PIC 9(5).
              10 BI-HASH      PIC 9(12)V9(2).
              10 FILLER       PIC X(69).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.
           05 CAL-INICIO       PIC 9(8).
           05 CAL-FIN          PIC 9(8).

       FD  PARAMETROS-FILE.
      * Statutory value sets, PARAMLEG layout -- read INTO it.
       01  PARAMETROS-RECORD PIC X(143).

       FD  INSTRUCCIONES-FILE.
      * Must match the split-pay layout EMPMANT.cbl keeps.
       01  INSTRUCCION-RECORD.
           05 IP-EMP-ID    PIC 9(5).
           05 IP-CUENTA    PIC X(34).
           05 IP-TIPO      PIC X(1).
           05 IP-VALOR     PIC 9(5)V9(2).
           05 IP-PRIORIDAD PIC 9(1).

       FD  CHECKLIST-FILE.
       01  CHECKLIST-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
           COPY PARAMLEG.
       01 BATCH-INPUT-STATUS PIC X(2).
       01 EMPLOYEE-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 AJUSTES-STATUS PIC X(2).
       01 CAMPEND-STATUS PIC X(2).
       01 CHECKLIST-STATUS PIC X(2).
       01 INSTRUCCIONES-STATUS PIC X(2).
           COPY IBANVAL.
       01 EMPRESA-EMPLEADO PIC X(2).
       01 CUENTAS-REVISADAS PIC 9(5) VALUE 0.
       01 CUENTAS-INVALIDAS PIC 9(5) VALUE 0.
       01 FECHA-SISTEMA.
           05 FS-ANIO PIC 9(4).
           05 FS-MES  PIC 9(2).
       01 EMPRESA-REVISION PIC X(2) VALUE "01".
       01 FIN-DE-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-ARCHIVO VALUE "SI ".
       01 FALLOS PIC 9(4) VALUE 0.
       01 AVISOS PIC 9(2) VALUE 0.
      * Lote controls recomputed here exactly as the run will.
       01 LINEAS-LOTE PIC 9(5) VALUE 0.
       01 ATRASOS-VIEJOS PIC 9(5) VALUE 0.
       01 LINEAS-ARCHIVO PIC 9(5) VALUE 0.
       01 CAMBIOS-SIN-APROBAR PIC 9(5) VALUE 0.
      * The statutory values the run will price tonight's period with
      * -- the same fallback FACTURACION.cbl starts from, replaced by
      * the set in force when PARAMETROS_LEGALES.DAT has one.
       01 TABLA-INCREMENTOS.
           05 TASA-GRADO OCCURS 5 TIMES
                 ASCENDING KEY IS TG-GRADO
                 INDEXED BY IDX-GRADO.
              10 TG-GRADO  PIC X(2).
              10 TG-TASA   PIC 9V9(4).
       01 TABLA-IMPUESTOS.
           05 TRAMO-IMPUESTO OCCURS 4 TIMES INDEXED BY IDX-TRAMO.
              10 TI-LIMITE PIC 9(10)V9(2).
              10 TI-TASA   PIC 9V9(4).
       01 SALARIO-MAXIMO PIC 9(5)V9(2) VALUE 50000.00.
       01 NETO-MINIMO-PROTEGIDO PIC 9(5)V9(2) VALUE 900.00.
       01 HORAS-LIMITE-MES PIC 9(3) VALUE 160.
       01 PERIODO-LOTE PIC 9(6).
       01 PARAMETROS-INCOHERENTES PIC 9(2) VALUE 0.
       01 LOTE-FUERA-PARAMETROS PIC 9(5) VALUE 0.
       01 GRADO-LOTE-OK PIC X(3) VALUE "NO ".
           88 GRADO-LOTE-VALIDO VALUE "SI ".
       01 LINEA-CHECK.
           05 CK-RESULTADO PIC X(7).
           05 FILLER       PIC X(2) VALUE "  ".
           PERFORM VERIFICAR-ESCRITURA-CHECK.
           PERFORM REVISAR-MAESTRO.
           PERFORM REVISAR-LOTE.
           PERFORM REVISAR-PARAMETROS-LEGALES.
           PERFORM REVISAR-CONTROL-EJECUCION.
           PERFORM REVISAR-HORAS.
           PERFORM REVISAR-ATRASOS.
           PERFORM REVISAR-ARCHIVO-SIMPLE.
           PERFORM REVISAR-CAMBIOS-PENDIENTES.
           PERFORM REVISAR-CUENTAS-INSTRUCCION.
           MOVE SPACES TO CHECKLIST-RECORD.
           WRITE CHECKLIST-RECORD.
           IF FALLOS > 0
                 MOVE "TODO LISTO PARA LA NOCTURNA" TO CK-TEXTO
              END-IF
           END-IF.
           MOVE "EMPRESA " TO CK-TEXTO (61:8).
           MOVE EMPRESA-REVISION TO CK-TEXTO (69:2).
           WRITE CHECKLIST-RECORD FROM LINEA-CHECK.
           PERFORM VERIFICAR-ESCRITURA-CHECK.
           CLOSE CHECKLIST-FILE.
                      IF EMP-PAGO-POR-HORA AND EMP-ACTIVO
                         ADD 1 TO EMPLEADOS-POR-HORA
                      END-IF
                      PERFORM REVISAR-CUENTA-EMPLEADO
                   ELSE
                      MOVE "MAESTRO ILEGIBLE A MITAD DE RECORRIDO"
                           TO CK-TEXTO
                   END-IF
           END-READ.

       REVISAR-CUENTA-EMPLEADO.
      * Only accounts the run could still pay into: this company's
      * staff, leavers up to the period of their final pay. A blank
      * account is the run's own "sin cuenta" case, not a bad one.
           MOVE EMP-EMPRESA TO EMPRESA-EMPLEADO.
           IF EMPRESA-EMPLEADO = SPACES
              MOVE "01" TO EMPRESA-EMPLEADO
           END-IF.
           IF EMPRESA-EMPLEADO = EMPRESA-REVISION
              AND EMP-CUENTA-BANCO NOT = SPACES
              AND NOT (EMP-TERMINADO
                       AND EMP-FECHA-BAJA (1:6) < PERIODO-ACTUAL)
              ADD 1 TO CUENTAS-REVISADAS
              MOVE EMP-CUENTA-BANCO TO IBAN-A-VALIDAR
              PERFORM VALIDAR-IBAN
              IF NOT ES-IBAN-VALIDO
                 ADD 1 TO CUENTAS-INVALIDAS
                 MOVE SPACES TO CK-TEXTO
                 STRING "CUENTA INVALIDA " EMP-ID " "
                        EMP-CUENTA-BANCO " " IBAN-MOTIVO
                     DELIMITED BY SIZE INTO CK-TEXTO
                 END-STRING
                 PERFORM ANOTAR-FALLO
              END-IF
           END-IF.

       COMPARAR-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = "00"
                   END-EVALUATE
           END-READ.

       REVISAR-PARAMETROS-LEGALES.
      * The run prices the lote's period (the header's, or tonight's
      * month without one) with the set in force for it -- a set
      * whose brackets or grades are out of order would misprice
      * everybody, and a lote salary over that period's ceiling or
      * a grade missing from its table is a line the run rejects.
           MOVE PERIODO-ACTUAL TO PERIODO-LOTE.
           IF HAY-CABECERA AND PERIODO-CABECERA NOT = 0
              MOVE PERIODO-CABECERA TO PERIODO-LOTE
           END-IF.
           PERFORM INICIALIZAR-PARAMETROS-FIJOS.
           PERFORM CARGAR-PARAMETROS-LEGALES.
           MOVE PERIODO-LOTE TO PERIODO-PARAMETROS.
           PERFORM APLICAR-PARAMETROS-PERIODO.
           IF NOT HAY-ARCHIVO-PARAMETROS
              MOVE "SIN PARAMETROS_LEGALES.DAT -- SE PRECIA CON LOS "
                   TO CK-TEXTO
              MOVE "VALORES INTERNOS" TO CK-TEXTO (49:16)
              PERFORM ANOTAR-AVISO
           ELSE
              IF NOT HAY-PARAMETROS-VIGENTES
                 MOVE SPACES TO CK-TEXTO
                 STRING "NINGUN JUEGO DE PARAMETROS VIGENTE EN "
                        PERIODO-LOTE " -- VALORES INTERNOS"
                     DELIMITED BY SIZE INTO CK-TEXTO
                 END-STRING
                 PERFORM ANOTAR-AVISO
              ELSE
                 PERFORM VALIDAR-PARAMETROS-VIGENTES
                 MOVE SPACES TO CK-TEXTO
                 IF PARAMETROS-INCOHERENTES > 0
                    STRING "PARAMETROS VIGENTES DESDE "
                           VIGENCIA-APLICADA " INCOHERENTES ("
                           PARAMETROS-INCOHERENTES " ERRORES, PARMANT)"
                        DELIMITED BY SIZE INTO CK-TEXTO
                    END-STRING
                    PERFORM ANOTAR-FALLO
                 ELSE
                    STRING "PARAMETROS LEGALES DE " PERIODO-LOTE
                           " VIGENTES DESDE " VIGENCIA-APLICADA
                        DELIMITED BY SIZE INTO CK-TEXTO
                    END-STRING
                    PERFORM ANOTAR-OK
                 END-IF
              END-IF
           END-IF.
           MOVE 0 TO LOTE-FUERA-PARAMETROS.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT BATCH-INPUT-FILE.
           IF BATCH-INPUT-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM PRECIAR-LINEA-LOTE UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE BATCH-INPUT-FILE.
           IF LOTE-FUERA-PARAMETROS > 0
              MOVE SPACES TO CK-TEXTO
              STRING "LINEAS DEL LOTE FUERA DE LOS PARAMETROS DEL "
                     "PERIODO: " LOTE-FUERA-PARAMETROS
                     " (SE RECHAZARAN)"
                  DELIMITED BY SIZE INTO CK-TEXTO
              END-STRING
              PERFORM ANOTAR-AVISO
           END-IF.

       INICIALIZAR-PARAMETROS-FIJOS.
           MOVE "A1" TO TG-GRADO (1).
           MOVE 0.0800 TO TG-TASA (1).
           MOVE "A2" TO TG-GRADO (2).
           MOVE 0.0650 TO TG-TASA (2).
           MOVE "B1" TO TG-GRADO (3).
           MOVE 0.0500 TO TG-TASA (3).
           MOVE "B2" TO TG-GRADO (4).
           MOVE 0.0400 TO TG-TASA (4).
           MOVE "C1" TO TG-GRADO (5).
           MOVE 0.0300 TO TG-TASA (5).
           MOVE 1000.00 TO TI-LIMITE (1).
           MOVE 0.0000 TO TI-TASA (1).
           MOVE 3000.00 TO TI-LIMITE (2).
           MOVE 0.1000 TO TI-TASA (2).
           MOVE 7000.00 TO TI-LIMITE (3).
           MOVE 0.1500 TO TI-TASA (3).
           MOVE 9999999.99 TO TI-LIMITE (4).
           MOVE 0.2000 TO TI-TASA (4).

       VALIDAR-PARAMETROS-VIGENTES.
      * The same rules PARMANT enforces on entry -- a set edited
      * outside it is caught here before it prices anyone.
           MOVE 0 TO PARAMETROS-INCOHERENTES.
           IF SALARIO-MAXIMO = 0 OR HORAS-LIMITE-MES = 0
              ADD 1 TO PARAMETROS-INCOHERENTES
           END-IF.
           PERFORM VARYING SUB-PARAM-TRAMO FROM 1 BY 1
                   UNTIL SUB-PARAM-TRAMO > 4
              IF TI-TASA (SUB-PARAM-TRAMO) NOT < 1
                 ADD 1 TO PARAMETROS-INCOHERENTES
              END-IF
              IF SUB-PARAM-TRAMO > 1
                 IF TI-LIMITE (SUB-PARAM-TRAMO) NOT >
                    TI-LIMITE (SUB-PARAM-TRAMO - 1)
                    ADD 1 TO PARAMETROS-INCOHERENTES
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING SUB-PARAM-GRADO FROM 1 BY 1
                   UNTIL SUB-PARAM-GRADO > 5
              IF TG-GRADO (SUB-PARAM-GRADO) = SPACES
                 OR TG-TASA (SUB-PARAM-GRADO) NOT < 1
                 ADD 1 TO PARAMETROS-INCOHERENTES
              END-IF
              IF SUB-PARAM-GRADO > 1
                 IF TG-GRADO (SUB-PARAM-GRADO) NOT >
                    TG-GRADO (SUB-PARAM-GRADO - 1)
                    ADD 1 TO PARAMETROS-INCOHERENTES
                 END-IF
              END-IF
           END-PERFORM.

       PRECIAR-LINEA-LOTE.
           READ BATCH-INPUT-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF BI-TIPO = "D"
                      MOVE "NO " TO GRADO-LOTE-OK
                      SEARCH ALL TASA-GRADO
                          AT END
                              CONTINUE
                          WHEN TG-GRADO (IDX-GRADO) = BI-GRADO
                              SET GRADO-LOTE-VALIDO TO TRUE
                      END-SEARCH
                      IF BI-SALARIO > SALARIO-MAXIMO
                         OR NOT GRADO-LOTE-VALIDO
                         ADD 1 TO LOTE-FUERA-PARAMETROS
                      END-IF
                   END-IF
           END-READ.

       REVISAR-CONTROL-EJECUCION.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = "00"
                   END-IF
           END-READ.

       REVISAR-CUENTAS-INSTRUCCION.
      * The split-pay destinations go to the bank the same way the
      * main account does, so they pass the same check.
           MOVE "NO " TO FIN-DE-ARCHIVO.
           OPEN INPUT INSTRUCCIONES-FILE.
           IF INSTRUCCIONES-STATUS NOT = "00"
              MOVE "SI " TO FIN-DE-ARCHIVO
           END-IF.
           PERFORM REVISAR-UNA-INSTRUCCION UNTIL HAY-FIN-DE-ARCHIVO.
           CLOSE INSTRUCCIONES-FILE.
           IF CUENTAS-INVALIDAS = 0
              MOVE SPACES TO CK-TEXTO
              STRING "CUENTAS BANCARIAS CON IBAN VALIDO: "
                     CUENTAS-REVISADAS
                  DELIMITED BY SIZE INTO CK-TEXTO
              END-STRING
              PERFORM ANOTAR-OK
           END-IF.

       REVISAR-UNA-INSTRUCCION.
           READ INSTRUCCIONES-FILE
               AT END
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
                   IF IP-CUENTA NOT = SPACES
                      ADD 1 TO CUENTAS-REVISADAS
                      MOVE IP-CUENTA TO IBAN-A-VALIDAR
                      PERFORM VALIDAR-IBAN
                      IF NOT ES-IBAN-VALIDO
                         ADD 1 TO CUENTAS-INVALIDAS
                         MOVE SPACES TO CK-TEXTO
                         STRING "DESTINO INVALIDO " IP-EMP-ID " "
                                IP-CUENTA " " IBAN-MOTIVO
                             DELIMITED BY SIZE INTO CK-TEXTO
                         END-STRING
                         PERFORM ANOTAR-FALLO
                      END-IF
                   END-IF
           END-READ.

       VERIFICAR-ESCRITURA-CHECK.
           IF CHECKLIST-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN CHECKLIST_NOCTURNO.TXT, "
              STOP RUN
           END-IF.

           COPY PARAMPR.

           COPY IBANPR.

       END PROGRAM PREVUELO.
