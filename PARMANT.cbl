      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Maintenance of PARAMETROS_LEGALES.DAT, the effective-
      *          dated statutory values the pay run, RETROCAL and
      *          PREVUELO price each period with: withholding
      *          brackets, grade raise rates, SALARIO-MAXIMO,
      *          NETO-MINIMO-PROTEGIDO, HORAS-LIMITE-MES and the
      *          withholding mode (month by month, or cumulative on
      *          the projected year with a December true-up). Each set
      *          carries the period (AAAAMM) it comes into force; a
      *          set already in force is history a retro re-price
      *          depends on, so only sets for the current or a later
      *          period can be keyed, amended or withdrawn, and only
      *          by a supervisor. Listing and inquiry are open to any
      *          signed-on operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS-FILE
               ASSIGN TO "PARAMETROS_LEGALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PARAMETROS-FILE.
      * Statutory value sets, PARAMLEG layout -- read INTO it.
       01  PARAMETROS-RECORD PIC X(143).

       FD  OPERATORS-FILE.
      * One operator per line: "<code> <S|U>", S marks a supervisor.
       01  OPERATOR-RECORD.
           05 OP-CODIGO PIC X(8).
           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY PARAMLEG.
       01 OPCION PIC 9(1).
       01 SEGUIR-MENU PIC X(3) VALUE "SI ".
           88 CONTINUAR-MENU VALUE "SI ".
       01 CONFIRMAR PIC X(3).
       01 FECHA-SISTEMA.
           05 FS-ANIO PIC 9(4).
           05 FS-MES  PIC 9(2).
           05 FS-DIA  PIC 9(2).
       01 PERIODO-ACTUAL PIC 9(6).
       01 VIGENCIA-PEDIDA PIC 9(6).
       01 SUB-ENCONTRADO PIC 9(3).
       01 SUB-DESTINO PIC 9(3).
      * The values a set is built from -- the built-in fallback the
      * run also starts with, then the set in force for the period
      * asked about; same names the PARAMPR copybook fills.
       01 TABLA-INCREMENTOS.
           05 TASA-GRADO OCCURS 5 TIMES.
              10 TG-GRADO  PIC X(2).
              10 TG-TASA   PIC 9V9(4).
       01 TABLA-IMPUESTOS.
           05 TRAMO-IMPUESTO OCCURS 4 TIMES.
              10 TI-LIMITE PIC 9(10)V9(2).
              10 TI-TASA   PIC 9V9(4).
       01 SALARIO-MAXIMO PIC 9(5)V9(2).
       01 NETO-MINIMO-PROTEGIDO PIC 9(5)V9(2).
       01 HORAS-LIMITE-MES PIC 9(3).
       01 ERRORES-JUEGO PIC 9(2) VALUE 0.
       01 LINEA-LISTA.
           05 LL-VIGENCIA   PIC 9(6).
           05 FILLER        PIC X(2) VALUE "  ".
           05 LL-SALARIO    PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(2) VALUE "  ".
           05 LL-NETO       PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(2) VALUE "  ".
           05 LL-HORAS      PIC ZZ9.
           05 FILLER        PIC X(4) VALUE "    ".
           05 LL-MODO       PIC X(1).
           05 FILLER        PIC X(4) VALUE "    ".
           05 LL-OPERADOR   PIC X(8).
           05 FILLER        PIC X(2) VALUE "  ".
           05 LL-FECHA      PIC 9(8).
       01 LINEA-TRAMO.
           05 FILLER        PIC X(10) VALUE "  TRAMO   ".
           05 LT-NUMERO     PIC 9(1).
           05 FILLER        PIC X(9) VALUE "  HASTA  ".
           05 LT-LIMITE     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(8) VALUE "  TASA  ".
           05 LT-TASA       PIC 9.9999.
       01 LINEA-GRADO.
           05 FILLER        PIC X(10) VALUE "  GRADO   ".
           05 LG-GRADO      PIC X(2).
           05 FILLER        PIC X(8) VALUE "  TASA  ".
           05 LG-TASA       PIC 9.9999.

       PROCEDURE DIVISION.
       INICIO.
      * The statutory values price every employee of every company --
      * nobody touches them anonymously.
           PERFORM FIRMAR-OPERADOR.
           IF NOT HAY-SIGNON
              DISPLAY "SIN FIRMA DE OPERADOR, NO HAY MANTENIMIENTO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FECHA-SISTEMA (1:6) TO PERIODO-ACTUAL.
           PERFORM CARGAR-PARAMETROS-LEGALES.
      * With an incomplete table the rewrite would delete every set
      * past the limit -- nothing may be keyed over a partial load.
           IF HAY-PARAMETROS-DESBORDADOS
              DISPLAY "PARAMETROS_LEGALES.DAT SUPERA LA TABLA DE 60 "
                      "JUEGOS, NO SE MANTIENE NADA PARA NO PERDER "
                      "VIGENCIAS -- AMPLIAR LA TABLA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM MENU-PARAMETROS UNTIL NOT CONTINUAR-MENU.
           STOP RUN.

       MENU-PARAMETROS.
           DISPLAY "PARAMETROS LEGALES POR VIGENCIA".
           DISPLAY "1. LISTAR JUEGOS".
           DISPLAY "2. CONSULTAR EL VIGENTE EN UN PERIODO".
           DISPLAY "3. ALTA DE JUEGO (SUPERVISOR)".
           DISPLAY "4. MODIFICAR JUEGO FUTURO (SUPERVISOR)".
           DISPLAY "5. ANULAR JUEGO FUTURO (SUPERVISOR)".
           DISPLAY "0. SALIR".
           ACCEPT OPCION.
           IF OPCION = 1
              PERFORM LISTAR-JUEGOS
           END-IF.
           IF OPCION = 2
              PERFORM CONSULTAR-VIGENTE
           END-IF.
           IF OPCION = 3 OR OPCION = 4 OR OPCION = 5
              IF NOT ES-SUPERVISOR
                 DISPLAY "EL MANTENIMIENTO DE PARAMETROS LEGALES "
                         "REQUIERE UN SUPERVISOR"
              ELSE
                 IF OPCION = 3
                    PERFORM ALTA-JUEGO
                 END-IF
                 IF OPCION = 4
                    PERFORM MODIFICAR-JUEGO
                 END-IF
                 IF OPCION = 5
                    PERFORM ANULAR-JUEGO
                 END-IF
              END-IF
           END-IF.
           IF OPCION = 0
              MOVE "NO " TO SEGUIR-MENU
           END-IF.

       LISTAR-JUEGOS.
           DISPLAY "VIGENCIA  SAL.MAXIMO  NETO MINIMO  HORAS  "
                   "MODO  OPERADOR  FECHA".
           PERFORM VARYING SUB-PARAMETRO FROM 1 BY 1
                   UNTIL SUB-PARAMETRO > TOTAL-PARAMETROS
              MOVE TPL-LINEA (SUB-PARAMETRO) TO LINEA-PARAMETROS
              PERFORM MOSTRAR-CABECERA-JUEGO
           END-PERFORM.
           DISPLAY "JUEGOS EN EL FICHERO: " TOTAL-PARAMETROS.

       MOSTRAR-CABECERA-JUEGO.
           MOVE PL-VIGENCIA TO LL-VIGENCIA.
           MOVE PL-SALARIO-MAXIMO TO LL-SALARIO.
           MOVE PL-NETO-MINIMO TO LL-NETO.
           MOVE PL-HORAS-LIMITE TO LL-HORAS.
           IF PL-RETENCION-ACUMULADA
              MOVE "A" TO LL-MODO
           ELSE
              MOVE "M" TO LL-MODO
           END-IF.
           MOVE PL-OPERADOR TO LL-OPERADOR.
           MOVE PL-FECHA TO LL-FECHA.
           DISPLAY LINEA-LISTA.

       MOSTRAR-JUEGO.
           PERFORM MOSTRAR-CABECERA-JUEGO.
           PERFORM VARYING SUB-PARAM-TRAMO FROM 1 BY 1
                   UNTIL SUB-PARAM-TRAMO > 4
              MOVE SUB-PARAM-TRAMO TO LT-NUMERO
              MOVE PL-TI-LIMITE (SUB-PARAM-TRAMO) TO LT-LIMITE
              MOVE PL-TI-TASA (SUB-PARAM-TRAMO) TO LT-TASA
              DISPLAY LINEA-TRAMO
           END-PERFORM.
           PERFORM VARYING SUB-PARAM-GRADO FROM 1 BY 1
                   UNTIL SUB-PARAM-GRADO > 5
              MOVE PL-TG-GRADO (SUB-PARAM-GRADO) TO LG-GRADO
              MOVE PL-TG-TASA (SUB-PARAM-GRADO) TO LG-TASA
              DISPLAY LINEA-GRADO
           END-PERFORM.

       CONSULTAR-VIGENTE.
           DISPLAY "PERIODO A CONSULTAR (AAAAMM)".
           ACCEPT VIGENCIA-PEDIDA.
           PERFORM PREPARAR-PLANTILLA.
           IF HAY-PARAMETROS-VIGENTES
              DISPLAY "VIGENTE DESDE " VIGENCIA-APLICADA
              MOVE TPL-LINEA (SUB-PARAM-ELEGIDO) TO LINEA-PARAMETROS
           ELSE
              DISPLAY "NINGUN JUEGO VIGENTE EN " VIGENCIA-PEDIDA
                      " -- LA NOMINA USA LOS VALORES INTERNOS:"
           END-IF.
           PERFORM MOSTRAR-JUEGO.

       PREPARAR-PLANTILLA.
      * Leaves in LINEA-PARAMETROS the values in force for
      * VIGENCIA-PEDIDA (the built-in ones when no set applies) --
      * the starting point a new set is keyed over.
           PERFORM INICIALIZAR-VALORES-FIJOS.
           MOVE VIGENCIA-PEDIDA TO PERIODO-PARAMETROS.
           PERFORM APLICAR-PARAMETROS-PERIODO.
           MOVE SPACES TO LINEA-PARAMETROS.
           MOVE VIGENCIA-PEDIDA TO PL-VIGENCIA.
           MOVE SALARIO-MAXIMO TO PL-SALARIO-MAXIMO.
           MOVE NETO-MINIMO-PROTEGIDO TO PL-NETO-MINIMO.
           MOVE HORAS-LIMITE-MES TO PL-HORAS-LIMITE.
           MOVE MODO-RETENCION TO PL-MODO-RETENCION.
           PERFORM VARYING SUB-PARAM-TRAMO FROM 1 BY 1
                   UNTIL SUB-PARAM-TRAMO > 4
              MOVE TI-LIMITE (SUB-PARAM-TRAMO)
                   TO PL-TI-LIMITE (SUB-PARAM-TRAMO)
              MOVE TI-TASA (SUB-PARAM-TRAMO)
                   TO PL-TI-TASA (SUB-PARAM-TRAMO)
           END-PERFORM.
           PERFORM VARYING SUB-PARAM-GRADO FROM 1 BY 1
                   UNTIL SUB-PARAM-GRADO > 5
              MOVE TG-GRADO (SUB-PARAM-GRADO)
                   TO PL-TG-GRADO (SUB-PARAM-GRADO)
              MOVE TG-TASA (SUB-PARAM-GRADO)
                   TO PL-TG-TASA (SUB-PARAM-GRADO)
           END-PERFORM.
           MOVE 0 TO PL-FECHA.

       INICIALIZAR-VALORES-FIJOS.
      * Same fallback FACTURACION.cbl prices with when no set is in
      * force -- a first set keyed over it changes only what the
      * supervisor retypes.
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
           MOVE 50000.00 TO SALARIO-MAXIMO.
           MOVE 900.00 TO NETO-MINIMO-PROTEGIDO.
           MOVE 160 TO HORAS-LIMITE-MES.
           MOVE "M" TO MODO-RETENCION.

       BUSCAR-VIGENCIA.
           MOVE 0 TO SUB-ENCONTRADO.
           PERFORM VARYING SUB-PARAMETRO FROM 1 BY 1
                   UNTIL SUB-PARAMETRO > TOTAL-PARAMETROS
              IF TPL-VIGENCIA (SUB-PARAMETRO) = VIGENCIA-PEDIDA
                 MOVE SUB-PARAMETRO TO SUB-ENCONTRADO
              END-IF
           END-PERFORM.

       ALTA-JUEGO.
      * A period already running on the old values cannot get new
      * ones behind its back -- that is what RETROCAL is for.
           DISPLAY "PERIODO DE ENTRADA EN VIGOR (AAAAMM)".
           ACCEPT VIGENCIA-PEDIDA.
           PERFORM BUSCAR-VIGENCIA.
           IF VIGENCIA-PEDIDA < PERIODO-ACTUAL
              OR VIGENCIA-PEDIDA (5:2) < "01"
              OR VIGENCIA-PEDIDA (5:2) > "12"
              DISPLAY "VIGENCIA INVALIDA O PASADA [" VIGENCIA-PEDIDA
                      "], ALTA CANCELADA"
           ELSE
              IF SUB-ENCONTRADO > 0
                 DISPLAY "YA HAY UN JUEGO CON VIGENCIA "
                         VIGENCIA-PEDIDA ", USE MODIFICAR"
              ELSE
                 IF TOTAL-PARAMETROS >= 60
                    DISPLAY "TABLA DE PARAMETROS LLENA, NO SE REGISTRA"
                 ELSE
                    PERFORM PREPARAR-PLANTILLA
                    DISPLAY "SE PARTE DE LOS VALORES VIGENTES:"
                    PERFORM MOSTRAR-JUEGO
                    PERFORM CAPTURAR-JUEGO
                    PERFORM VALIDAR-JUEGO
                    IF ERRORES-JUEGO > 0
                       DISPLAY "JUEGO CON " ERRORES-JUEGO
                               " ERRORES, ALTA CANCELADA"
                    ELSE
                       PERFORM INSERTAR-JUEGO
                       PERFORM REESCRIBIR-PARAMETROS
                       DISPLAY "JUEGO " PL-VIGENCIA " REGISTRADO"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       MODIFICAR-JUEGO.
           DISPLAY "VIGENCIA DEL JUEGO A MODIFICAR (AAAAMM)".
           ACCEPT VIGENCIA-PEDIDA.
           PERFORM BUSCAR-VIGENCIA.
           IF SUB-ENCONTRADO = 0
              DISPLAY "NO EXISTE UN JUEGO CON VIGENCIA "
                      VIGENCIA-PEDIDA
           ELSE
              IF VIGENCIA-PEDIDA < PERIODO-ACTUAL
                 DISPLAY "EL JUEGO " VIGENCIA-PEDIDA " YA ESTA EN "
                         "VIGOR Y SE CONSERVA COMO HISTORIA -- "
                         "REGISTRE UN JUEGO NUEVO"
              ELSE
                 MOVE TPL-LINEA (SUB-ENCONTRADO) TO LINEA-PARAMETROS
                 PERFORM MOSTRAR-JUEGO
                 PERFORM CAPTURAR-JUEGO
                 PERFORM VALIDAR-JUEGO
                 IF ERRORES-JUEGO > 0
                    DISPLAY "JUEGO CON " ERRORES-JUEGO
                            " ERRORES, NO SE MODIFICA"
                 ELSE
                    MOVE LINEA-PARAMETROS TO TPL-LINEA (SUB-ENCONTRADO)
                    PERFORM REESCRIBIR-PARAMETROS
                    DISPLAY "JUEGO " PL-VIGENCIA " ACTUALIZADO"
                 END-IF
              END-IF
           END-IF.

       ANULAR-JUEGO.
           DISPLAY "VIGENCIA DEL JUEGO A ANULAR (AAAAMM)".
           ACCEPT VIGENCIA-PEDIDA.
           PERFORM BUSCAR-VIGENCIA.
           IF SUB-ENCONTRADO = 0
              DISPLAY "NO EXISTE UN JUEGO CON VIGENCIA "
                      VIGENCIA-PEDIDA
           ELSE
              IF VIGENCIA-PEDIDA < PERIODO-ACTUAL
                 DISPLAY "EL JUEGO " VIGENCIA-PEDIDA " YA ESTA EN "
                         "VIGOR, NO SE PUEDE ANULAR"
              ELSE
                 MOVE TPL-LINEA (SUB-ENCONTRADO) TO LINEA-PARAMETROS
                 PERFORM MOSTRAR-JUEGO
                 DISPLAY "ANULAR ESTE JUEGO? (SI /NO )"
                 ACCEPT CONFIRMAR
                 IF CONFIRMAR = "SI "
                    PERFORM VARYING SUB-PARAMETRO FROM SUB-ENCONTRADO
                            BY 1
                            UNTIL SUB-PARAMETRO >= TOTAL-PARAMETROS
                       MOVE TPL-ENTRADA (SUB-PARAMETRO + 1)
                            TO TPL-ENTRADA (SUB-PARAMETRO)
                    END-PERFORM
                    SUBTRACT 1 FROM TOTAL-PARAMETROS
                    PERFORM REESCRIBIR-PARAMETROS
                    DISPLAY "JUEGO " VIGENCIA-PEDIDA " ANULADO"
                 ELSE
                    DISPLAY "ANULACION CANCELADA"
                 END-IF
              END-IF
           END-IF.

       CAPTURAR-JUEGO.
      * Group by group: answering anything but SI keeps the values
      * shown, so a January bracket change does not mean retyping
      * the grade table.
           DISPLAY "CAMBIAR LIMITES (SUELDO MAXIMO, NETO MINIMO, "
                   "HORAS)? (SI /NO )".
           MOVE SPACES TO CONFIRMAR.
           ACCEPT CONFIRMAR.
           IF CONFIRMAR = "SI "
              DISPLAY "SUELDO MAXIMO"
              ACCEPT PL-SALARIO-MAXIMO
              DISPLAY "NETO MINIMO PROTEGIDO"
              ACCEPT PL-NETO-MINIMO
              DISPLAY "HORAS LIMITE DEL MES"
              ACCEPT PL-HORAS-LIMITE
           END-IF.
           DISPLAY "CAMBIAR TRAMOS DE RETENCION? (SI /NO )".
           MOVE SPACES TO CONFIRMAR.
           ACCEPT CONFIRMAR.
           IF CONFIRMAR = "SI "
              PERFORM VARYING SUB-PARAM-TRAMO FROM 1 BY 1
                      UNTIL SUB-PARAM-TRAMO > 4
                 DISPLAY "TRAMO " SUB-PARAM-TRAMO " LIMITE SUPERIOR"
                 ACCEPT PL-TI-LIMITE (SUB-PARAM-TRAMO)
                 DISPLAY "TRAMO " SUB-PARAM-TRAMO " TASA (0.NNNN)"
                 ACCEPT PL-TI-TASA (SUB-PARAM-TRAMO)
              END-PERFORM
           END-IF.
           DISPLAY "CAMBIAR TASAS POR GRADO? (SI /NO )".
           MOVE SPACES TO CONFIRMAR.
           ACCEPT CONFIRMAR.
           IF CONFIRMAR = "SI "
              PERFORM VARYING SUB-PARAM-GRADO FROM 1 BY 1
                      UNTIL SUB-PARAM-GRADO > 5
                 DISPLAY "GRADO " SUB-PARAM-GRADO " CODIGO"
                 ACCEPT PL-TG-GRADO (SUB-PARAM-GRADO)
                 DISPLAY "GRADO " PL-TG-GRADO (SUB-PARAM-GRADO)
                         " TASA (0.NNNN)"
                 ACCEPT PL-TG-TASA (SUB-PARAM-GRADO)
              END-PERFORM
           END-IF.
      * The cumulative mode reads the year's withholding so far off
      * HISTORIAL_DETALLE.LOG; switching it on in January keeps the
      * whole year under one rule.
           DISPLAY "CAMBIAR MODO DE RETENCION? (SI /NO )".
           MOVE SPACES TO CONFIRMAR.
           ACCEPT CONFIRMAR.
           IF CONFIRMAR = "SI "
              DISPLAY "MODO (M=MES A MES, A=ACUMULADO ANUAL CON "
                      "REGULARIZACION EN DICIEMBRE)"
              ACCEPT PL-MODO-RETENCION
              IF PL-MODO-RETENCION = SPACES
                 MOVE "M" TO PL-MODO-RETENCION
              END-IF
              IF PL-RETENCION-ACUMULADA
                 AND PL-VIGENCIA (5:2) NOT = "01"
                 DISPLAY "AVISO: EL MODO ACUMULADO ENTRA A MITAD DE "
                         "ANIO, LOS MESES PREVIOS CUENTAN COMO YA "
                         "RETENIDOS"
              END-IF
           END-IF.
           MOVE OPERADOR-ACTUAL TO PL-OPERADOR.
           MOVE FECHA-SISTEMA TO PL-FECHA.

       VALIDAR-JUEGO.
      * The run SEARCHes the grades ALL and walks the brackets low to
      * high -- out-of-order entries would misprice silently, so
      * they never reach the file.
           MOVE 0 TO ERRORES-JUEGO.
           IF PL-SALARIO-MAXIMO = 0
              DISPLAY "SUELDO MAXIMO NO PUEDE SER CERO"
              ADD 1 TO ERRORES-JUEGO
           END-IF.
           IF PL-HORAS-LIMITE = 0
              DISPLAY "HORAS LIMITE NO PUEDE SER CERO"
              ADD 1 TO ERRORES-JUEGO
           END-IF.
           IF PL-MODO-RETENCION = SPACES
              MOVE "M" TO PL-MODO-RETENCION
           END-IF.
           IF PL-MODO-RETENCION NOT = "M"
              AND NOT PL-RETENCION-ACUMULADA
              DISPLAY "MODO DE RETENCION [" PL-MODO-RETENCION
                      "] NO ES M NI A"
              ADD 1 TO ERRORES-JUEGO
           END-IF.
           IF PL-NETO-MINIMO NOT < PL-SALARIO-MAXIMO
              DISPLAY "NETO MINIMO NO PUEDE ALCANZAR EL SUELDO MAXIMO"
              ADD 1 TO ERRORES-JUEGO
           END-IF.
           PERFORM VARYING SUB-PARAM-TRAMO FROM 1 BY 1
                   UNTIL SUB-PARAM-TRAMO > 4
              IF PL-TI-TASA (SUB-PARAM-TRAMO) NOT < 1
                 DISPLAY "TRAMO " SUB-PARAM-TRAMO ": TASA DE 1 O MAS"
                 ADD 1 TO ERRORES-JUEGO
              END-IF
              IF SUB-PARAM-TRAMO > 1
                 IF PL-TI-LIMITE (SUB-PARAM-TRAMO) NOT >
                    PL-TI-LIMITE (SUB-PARAM-TRAMO - 1)
                    DISPLAY "TRAMO " SUB-PARAM-TRAMO ": LIMITE NO "
                            "MAYOR QUE EL DEL TRAMO ANTERIOR"
                    ADD 1 TO ERRORES-JUEGO
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING SUB-PARAM-GRADO FROM 1 BY 1
                   UNTIL SUB-PARAM-GRADO > 5
              IF PL-TG-GRADO (SUB-PARAM-GRADO) = SPACES
                 DISPLAY "GRADO " SUB-PARAM-GRADO ": CODIGO VACIO"
                 ADD 1 TO ERRORES-JUEGO
              END-IF
              IF PL-TG-TASA (SUB-PARAM-GRADO) NOT < 1
                 DISPLAY "GRADO " SUB-PARAM-GRADO ": TASA DE 1 O MAS"
                 ADD 1 TO ERRORES-JUEGO
              END-IF
              IF SUB-PARAM-GRADO > 1
                 IF PL-TG-GRADO (SUB-PARAM-GRADO) NOT >
                    PL-TG-GRADO (SUB-PARAM-GRADO - 1)
                    DISPLAY "GRADO " SUB-PARAM-GRADO ": LOS GRADOS "
                            "DEBEN IR EN ORDEN ASCENDENTE"
                    ADD 1 TO ERRORES-JUEGO
                 END-IF
              END-IF
           END-PERFORM.

       INSERTAR-JUEGO.
      * The file stays in vigencia order so the listing reads as a
      * timeline -- later sets shift up one to make room.
           MOVE 1 TO SUB-DESTINO.
           PERFORM VARYING SUB-PARAMETRO FROM 1 BY 1
                   UNTIL SUB-PARAMETRO > TOTAL-PARAMETROS
              IF TPL-VIGENCIA (SUB-PARAMETRO) < PL-VIGENCIA
                 COMPUTE SUB-DESTINO = SUB-PARAMETRO + 1
              END-IF
           END-PERFORM.
           PERFORM VARYING SUB-PARAMETRO FROM TOTAL-PARAMETROS BY -1
                   UNTIL SUB-PARAMETRO < SUB-DESTINO
              MOVE TPL-ENTRADA (SUB-PARAMETRO)
                   TO TPL-ENTRADA (SUB-PARAMETRO + 1)
           END-PERFORM.
           MOVE PL-VIGENCIA TO TPL-VIGENCIA (SUB-DESTINO).
           MOVE LINEA-PARAMETROS TO TPL-LINEA (SUB-DESTINO).
           ADD 1 TO TOTAL-PARAMETROS.

       REESCRIBIR-PARAMETROS.
           OPEN OUTPUT PARAMETROS-FILE.
           PERFORM VARYING SUB-PARAMETRO FROM 1 BY 1
                   UNTIL SUB-PARAMETRO > TOTAL-PARAMETROS
              WRITE PARAMETROS-RECORD FROM TPL-LINEA (SUB-PARAMETRO)
              IF PARAMETROS-STATUS NOT = "00"
                 DISPLAY "ERROR DE E/S EN PARAMETROS_LEGALES.DAT, "
                         "ESTADO " PARAMETROS-STATUS
                         ", EJECUCION ABORTADA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE PARAMETROS-FILE.

           COPY SIGNONPR.

           COPY PARAMPR.

       END PROGRAM PARMANT.
