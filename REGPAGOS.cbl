      *             (withholding, each deduction code, arrears,
      *             adjustments, net), so the auditors sign actual
      *             figures instead of gross only.
      * 2026-10-15  ANULPAGO's void lines (ANULACION/ANUL-BONO) print
      *             marked ANULADO and come off the totals and the
      *             grade subtotal instead of adding to them, so a
      *             voided and reissued pay counts once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGPAGOS.
           05 SUBTOT-GRADO OCCURS 10 TIMES.
              10 SG-GRADO     PIC X(2).
              10 SG-EMPLEADOS PIC 9(5).
              10 SG-RESULTADO PIC S9(12)V9(2).
       01 SUB-GRADO PIC 9(2).
       01 ENTRADAS-PERIODO PIC 9(5) VALUE 0.
       01 TOTAL-SALARIO PIC S9(12)V9(2) VALUE 0.
       01 TOTAL-MES PIC S9(12)V9(2) VALUE 0.
       01 TOTAL-RESULTADO PIC S9(12)V9(2) VALUE 0.
      * A void repeats the voided pay line unsigned under its own
      * program name -- it counts against the totals, not for them.
       01 ENTRADA-ANULACION PIC X(3) VALUE "NO ".
           88 ES-ANULACION VALUE "SI ".
       01 LINEAS-PAGINA PIC 9(2) VALUE 0.
       01 LINEAS-POR-PAGINA PIC 9(2) VALUE 50.
       01 NUMERO-PAGINA PIC 9(3) VALUE 0.
           05 DET-GRADO     PIC X(2).
           05 FILLER        PIC X(2) VALUE "  ".
           05 DET-DEPTO     PIC X(14).
           05 FILLER        PIC X(2) VALUE "  ".
           05 DET-MARCA     PIC X(7).
       01 LINEA-SUBTOTAL.
           05 FILLER        PIC X(15) VALUE "SUBTOTAL GRADO ".
           05 ST-GRADO      PIC X(2).
           05 FILLER        PIC X(2) VALUE "  ".
           05 ST-EMPLEADOS  PIC Z(4)9.
           05 FILLER        PIC X(11) VALUE " ENTRADAS  ".
           05 ST-RESULTADO  PIC -(11)9.99.
       01 LINEA-TOTAL.
           05 FILLER        PIC X(22)
              VALUE "TOTAL GENERAL PERIODO ".
           05 FILLER        PIC X(2) VALUE "  ".
           05 TOT-ENTRADAS  PIC Z(4)9.
           05 FILLER        PIC X(11) VALUE " ENTRADAS  ".
           05 TOT-RESULTADO PIC -(11)9.99.
      * Per-concept/code totals off HISTORIAL_DETALLE.LOG -- one slot
      * per distinct concept+code seen for the period.
       01 TOTAL-CONCEPTOS PIC 9(2) VALUE 0.
           IF LINEAS-PAGINA >= LINEAS-POR-PAGINA
              PERFORM IMPRIMIR-CABECERA
           END-IF.
           MOVE "NO " TO ENTRADA-ANULACION.
           MOVE SPACES TO DET-MARCA.
           IF LH-PROGRAMA = "ANULACION" OR LH-PROGRAMA = "ANUL-BONO"
              MOVE "SI " TO ENTRADA-ANULACION
              MOVE "ANULADO" TO DET-MARCA
           END-IF.
           PERFORM BUSCAR-GRADO-ENTRADA.
           MOVE LH-CLAVE TO DET-CLAVE.
           MOVE LH-SALARIO TO DET-SALARIO.
           PERFORM BUSCAR-NOMBRE-DEPTO.
           WRITE REGISTRO-RECORD FROM LINEA-DETALLE.
           ADD 1 TO LINEAS-PAGINA.
           IF ES-ANULACION
              SUBTRACT LH-SALARIO FROM TOTAL-SALARIO
              SUBTRACT LH-MES FROM TOTAL-MES
              SUBTRACT LH-RESULTADO FROM TOTAL-RESULTADO
           ELSE
              ADD 1 TO ENTRADAS-PERIODO
              ADD LH-SALARIO TO TOTAL-SALARIO
              ADD LH-MES TO TOTAL-MES
              ADD LH-RESULTADO TO TOTAL-RESULTADO
           END-IF.
           PERFORM ACUMULAR-SUBTOTAL-GRADO.

       BUSCAR-GRADO-ENTRADA.
           PERFORM VARYING SUB-GRADO FROM 1 BY 1
                   UNTIL SUB-GRADO > TOTAL-GRADOS
              IF SG-GRADO (SUB-GRADO) = GRADO-ENTRADA
                 IF ES-ANULACION
                    SUBTRACT LH-RESULTADO FROM SG-RESULTADO (SUB-GRADO)
                 ELSE
                    ADD 1 TO SG-EMPLEADOS (SUB-GRADO)
                    ADD LH-RESULTADO TO SG-RESULTADO (SUB-GRADO)
                 END-IF
                 MOVE 11 TO SUB-GRADO
              END-IF
           END-PERFORM.
              IF TOTAL-GRADOS < 10
                 ADD 1 TO TOTAL-GRADOS
                 MOVE GRADO-ENTRADA TO SG-GRADO (TOTAL-GRADOS)
                 IF ES-ANULACION
                    MOVE 0 TO SG-EMPLEADOS (TOTAL-GRADOS)
                    COMPUTE SG-RESULTADO (TOTAL-GRADOS) =
                            0 - LH-RESULTADO
                 ELSE
                    MOVE 1 TO SG-EMPLEADOS (TOTAL-GRADOS)
                    MOVE LH-RESULTADO TO SG-RESULTADO (TOTAL-GRADOS)
                 END-IF
              END-IF
           END-IF.

