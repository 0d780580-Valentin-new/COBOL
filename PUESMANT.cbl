      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Position master maintenance for PUESTOS.DAT -- list,
      *          inquire, create, amend and freeze/unfreeze the
      *          authorized positions (id, title, department, grade,
      *          budgeted FTE, vacant/filled/frozen) that every hire
      *          through ALTA-EMPLEADO, the NOMINA_LOTE.DAT edit and
      *          EMPMANT must fill, so headcount is authorized before
      *          the money is spent instead of compared after it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUESMANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUESTO-FILE ASSIGN TO "PUESTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-ID
               FILE STATUS IS PUESTO-STATUS.
           SELECT OPTIONAL DEPTO-FILE ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEPTO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PUESTO-FILE.
           COPY PUESTO.

       FD  DEPTO-FILE.
           COPY DEPREC.

       WORKING-STORAGE SECTION.
       01 PUESTO-STATUS PIC X(2).
       01 DEPTO-STATUS PIC X(2).
       01 DEPTO-OK PIC X(3) VALUE "NO ".
           88 DEPTO-ES-VALIDO VALUE "SI ".
       01 OPCION PIC 9(1).
       01 SEGUIR-MENU PIC X(3) VALUE "SI ".
           88 CONTINUAR-MENU VALUE "SI ".
       01 PUESTO-PEDIDO PIC X(6).
       01 TITULO-NUEVO PIC X(30).
       01 DEPTO-NUEVO PIC X(4).
       01 GRADO-NUEVO PIC X(2).
       01 FTE-NUEVO PIC 9V9(2).
       01 CONFIRMAR PIC X(3).
       01 FIN-DE-LISTA PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-LISTA VALUE "SI ".
       01 TOTAL-LISTADOS PIC 9(4) VALUE 0.
       01 LINEA-LISTA.
           05 LL-ID          PIC X(6).
           05 FILLER         PIC X(2) VALUE "  ".
           05 LL-TITULO      PIC X(30).
           05 FILLER         PIC X(2) VALUE "  ".
           05 LL-DEPTO       PIC X(4).
           05 FILLER         PIC X(2) VALUE "  ".
           05 LL-GRADO       PIC X(2).
           05 FILLER         PIC X(2) VALUE "  ".
           05 LL-FTE         PIC 9.99.
           05 FILLER         PIC X(2) VALUE "  ".
           05 LL-ESTADO      PIC X(1).
           05 FILLER         PIC X(2) VALUE "  ".
           05 LL-EMP-ID      PIC X(5).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-PUESTO-FILE.
           PERFORM MENU-MANTENIMIENTO UNTIL NOT CONTINUAR-MENU.
           CLOSE PUESTO-FILE.
           STOP RUN.

       ABRIR-PUESTO-FILE.
      * First use creates the master -- and from then on every hire
      * must name a position from it.
           OPEN I-O PUESTO-FILE.
           IF PUESTO-STATUS = "35"
              OPEN OUTPUT PUESTO-FILE
              CLOSE PUESTO-FILE
              OPEN I-O PUESTO-FILE
           END-IF.

       MENU-MANTENIMIENTO.
           DISPLAY "MANTENIMIENTO DE PUESTOS".
           DISPLAY "1. LISTAR".
           DISPLAY "2. CONSULTAR".
           DISPLAY "3. ALTA".
           DISPLAY "4. MODIFICAR".
           DISPLAY "5. CONGELAR / DESCONGELAR".
           DISPLAY "0. SALIR".
           ACCEPT OPCION.
           IF OPCION = 1
              PERFORM LISTAR-PUESTOS
           END-IF.
           IF OPCION = 2
              PERFORM CONSULTAR-PUESTO
           END-IF.
           IF OPCION = 3
              PERFORM ALTA-PUESTO
           END-IF.
           IF OPCION = 4
              PERFORM MODIFICAR-PUESTO
           END-IF.
           IF OPCION = 5
              PERFORM CONGELAR-PUESTO
           END-IF.
           IF OPCION = 0
              MOVE "NO " TO SEGUIR-MENU
           END-IF.

       LISTAR-PUESTOS.
           MOVE "NO " TO FIN-DE-LISTA.
           MOVE 0 TO TOTAL-LISTADOS.
           MOVE SPACES TO PU-ID.
           START PUESTO-FILE KEY IS NOT LESS THAN PU-ID
               INVALID KEY
                   MOVE "SI " TO FIN-DE-LISTA
           END-START.
           PERFORM LISTAR-UN-PUESTO UNTIL HAY-FIN-DE-LISTA.
           DISPLAY "PUESTOS EN EL FICHERO: " TOTAL-LISTADOS.

       LISTAR-UN-PUESTO.
           READ PUESTO-FILE NEXT RECORD
               AT END
                   MOVE "SI " TO FIN-DE-LISTA
               NOT AT END
                   IF PUESTO-STATUS = "00"
                      MOVE PU-ID TO LL-ID
                      MOVE PU-TITULO TO LL-TITULO
                      MOVE PU-DEPTO TO LL-DEPTO
                      MOVE PU-GRADO TO LL-GRADO
                      MOVE PU-FTE TO LL-FTE
                      MOVE PU-ESTADO TO LL-ESTADO
                      IF PU-EMP-ID = 0
                         MOVE SPACES TO LL-EMP-ID
                      ELSE
                         MOVE PU-EMP-ID TO LL-EMP-ID
                      END-IF
                      DISPLAY LINEA-LISTA
                      ADD 1 TO TOTAL-LISTADOS
                   ELSE
                      DISPLAY "ERROR DE LECTURA, ESTADO " PUESTO-STATUS
                      MOVE "SI " TO FIN-DE-LISTA
                   END-IF
           END-READ.

       CONSULTAR-PUESTO.
           DISPLAY "CODIGO DE PUESTO (6 CARACTERES)".
           ACCEPT PUESTO-PEDIDO.
           MOVE PUESTO-PEDIDO TO PU-ID.
           READ PUESTO-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL PUESTO " PUESTO-PEDIDO
               NOT INVALID KEY
                   PERFORM MOSTRAR-PUESTO
           END-READ.

       MOSTRAR-PUESTO.
           DISPLAY "PUESTO:      " PU-ID.
           DISPLAY "TITULO:      " PU-TITULO.
           DISPLAY "DEPTO:       " PU-DEPTO.
           DISPLAY "GRADO:       " PU-GRADO.
           DISPLAY "FTE:         " PU-FTE.
           DISPLAY "ESTADO:      " PU-ESTADO.
           IF PU-EMP-ID NOT = 0
              DISPLAY "OCUPANTE:    " PU-EMP-ID
           END-IF.

       ALTA-PUESTO.
           DISPLAY "CODIGO NUEVO (6 CARACTERES)".
           ACCEPT PUESTO-PEDIDO.
           IF PUESTO-PEDIDO = SPACES
              DISPLAY "CODIGO VACIO, ALTA CANCELADA"
           ELSE
              MOVE PUESTO-PEDIDO TO PU-ID
              READ PUESTO-FILE
                  INVALID KEY
                      PERFORM CAPTURAR-ALTA
                  NOT INVALID KEY
                      DISPLAY "EL PUESTO " PUESTO-PEDIDO " YA EXISTE"
              END-READ
           END-IF.

       CAPTURAR-ALTA.
           DISPLAY "TITULO DEL PUESTO".
           MOVE SPACES TO TITULO-NUEVO.
           ACCEPT TITULO-NUEVO.
           DISPLAY "DEPARTAMENTO (4 LETRAS)".
           MOVE SPACES TO DEPTO-NUEVO.
           ACCEPT DEPTO-NUEVO.
           DISPLAY "GRADO (A1,A2,B1,B2,C1)".
           MOVE SPACES TO GRADO-NUEVO.
           ACCEPT GRADO-NUEVO.
           DISPLAY "FTE PRESUPUESTADO (0 = 1.00)".
           MOVE 0 TO FTE-NUEVO.
           ACCEPT FTE-NUEVO.
           IF FTE-NUEVO = 0
              MOVE 1 TO FTE-NUEVO
           END-IF.
           PERFORM VALIDAR-DEPTO-NUEVO.
           IF NOT DEPTO-ES-VALIDO
              DISPLAY "DEPARTAMENTO INVALIDO [" DEPTO-NUEVO
                      "], DEBE EXISTIR Y ESTAR ACTIVO EN "
                      "DEPARTAMENTOS.DAT, ALTA CANCELADA"
           ELSE
              IF GRADO-NUEVO NOT = "A1" AND GRADO-NUEVO NOT = "A2"
                 AND GRADO-NUEVO NOT = "B1" AND GRADO-NUEVO NOT = "B2"
                 AND GRADO-NUEVO NOT = "C1"
                 DISPLAY "GRADO INVALIDO [" GRADO-NUEVO
                         "], ALTA CANCELADA"
              ELSE
                 MOVE PUESTO-PEDIDO TO PU-ID
                 MOVE TITULO-NUEVO TO PU-TITULO
                 MOVE DEPTO-NUEVO TO PU-DEPTO
                 MOVE GRADO-NUEVO TO PU-GRADO
                 MOVE FTE-NUEVO TO PU-FTE
                 MOVE "V" TO PU-ESTADO
                 MOVE 0 TO PU-EMP-ID
                 WRITE PUESTO-RECORD
                 IF PUESTO-STATUS = "00"
                    DISPLAY "PUESTO " PU-ID " CREADO, VACANTE"
                 ELSE
                    DISPLAY "ERROR AL ESCRIBIR, ESTADO " PUESTO-STATUS
                 END-IF
              END-IF
           END-IF.

       MODIFICAR-PUESTO.
           DISPLAY "CODIGO DE PUESTO (6 CARACTERES)".
           ACCEPT PUESTO-PEDIDO.
           MOVE PUESTO-PEDIDO TO PU-ID.
           READ PUESTO-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL PUESTO " PUESTO-PEDIDO
               NOT INVALID KEY
                   PERFORM MOSTRAR-PUESTO
                   PERFORM CAPTURAR-CAMBIOS
           END-READ.

       CAPTURAR-CAMBIOS.
      * Blank/zero means "keep what is on file". The department only
      * moves while the position is empty -- moving a filled one would
      * carry its holder's headcount to a department that never
      * authorized it.
           DISPLAY "NUEVO TITULO (ENTER = SIN CAMBIO)".
           MOVE SPACES TO TITULO-NUEVO.
           ACCEPT TITULO-NUEVO.
           IF TITULO-NUEVO NOT = SPACES
              MOVE TITULO-NUEVO TO PU-TITULO
           END-IF.
           DISPLAY "NUEVO DEPARTAMENTO (ENTER = SIN CAMBIO)".
           MOVE SPACES TO DEPTO-NUEVO.
           ACCEPT DEPTO-NUEVO.
           IF DEPTO-NUEVO NOT = SPACES
              AND DEPTO-NUEVO NOT = PU-DEPTO
              IF PU-OCUPADO
                 DISPLAY "PUESTO OCUPADO POR " PU-EMP-ID
                         ", SE MANTIENE " PU-DEPTO
              ELSE
                 PERFORM VALIDAR-DEPTO-NUEVO
                 IF DEPTO-ES-VALIDO
                    MOVE DEPTO-NUEVO TO PU-DEPTO
                 ELSE
                    DISPLAY "DEPARTAMENTO INVALIDO [" DEPTO-NUEVO
                            "], SE MANTIENE " PU-DEPTO
                 END-IF
              END-IF
           END-IF.
           DISPLAY "NUEVO GRADO (ENTER = SIN CAMBIO)".
           MOVE SPACES TO GRADO-NUEVO.
           ACCEPT GRADO-NUEVO.
           IF GRADO-NUEVO = "A1" OR GRADO-NUEVO = "A2"
              OR GRADO-NUEVO = "B1" OR GRADO-NUEVO = "B2"
              OR GRADO-NUEVO = "C1"
              MOVE GRADO-NUEVO TO PU-GRADO
           ELSE
              IF GRADO-NUEVO NOT = SPACES
                 DISPLAY "GRADO INVALIDO, SE MANTIENE " PU-GRADO
              END-IF
           END-IF.
           DISPLAY "NUEVO FTE (0 = SIN CAMBIO)".
           MOVE 0 TO FTE-NUEVO.
           ACCEPT FTE-NUEVO.
           IF FTE-NUEVO NOT = 0
              MOVE FTE-NUEVO TO PU-FTE
           END-IF.
           REWRITE PUESTO-RECORD.
           IF PUESTO-STATUS = "00"
              DISPLAY "PUESTO " PU-ID " ACTUALIZADO"
           ELSE
              DISPLAY "ERROR AL REESCRIBIR, ESTADO " PUESTO-STATUS
           END-IF.

       CONGELAR-PUESTO.
      * Frozen, never deleted -- the holders' history names it. Only
      * an empty position freezes; a filled one waits for its
      * holder's baja.
           DISPLAY "CODIGO DE PUESTO (6 CARACTERES)".
           ACCEPT PUESTO-PEDIDO.
           MOVE PUESTO-PEDIDO TO PU-ID.
           READ PUESTO-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL PUESTO " PUESTO-PEDIDO
               NOT INVALID KEY
                   PERFORM MOSTRAR-PUESTO
                   IF PU-OCUPADO
                      DISPLAY "PUESTO OCUPADO POR " PU-EMP-ID
                              ", NO SE PUEDE CONGELAR"
                   ELSE
                      PERFORM CAMBIAR-CONGELACION
                   END-IF
           END-READ.

       CAMBIAR-CONGELACION.
           IF PU-CONGELADO
              DISPLAY "DESCONGELAR ESTE PUESTO? (SI /NO )"
           ELSE
              DISPLAY "CONGELAR ESTE PUESTO? (SI /NO )"
           END-IF.
           ACCEPT CONFIRMAR.
           IF CONFIRMAR = "SI "
              IF PU-CONGELADO
                 MOVE "V" TO PU-ESTADO
              ELSE
                 MOVE "C" TO PU-ESTADO
              END-IF
              REWRITE PUESTO-RECORD
              IF PUESTO-STATUS = "00"
                 DISPLAY "PUESTO " PU-ID " AHORA EN ESTADO " PU-ESTADO
              ELSE
                 DISPLAY "ERROR AL REESCRIBIR, ESTADO " PUESTO-STATUS
              END-IF
           ELSE
              DISPLAY "CAMBIO CANCELADO"
           END-IF.

       VALIDAR-DEPTO-NUEVO.
      * Same check EMPMANT applies: with no DEPARTAMENTOS.DAT on disk
      * every code passes.
           MOVE "NO " TO DEPTO-OK.
           OPEN INPUT DEPTO-FILE.
           IF DEPTO-STATUS = "00"
              MOVE DEPTO-NUEVO TO DP-CODIGO
              READ DEPTO-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF DP-ES-ACTIVO
                         SET DEPTO-ES-VALIDO TO TRUE
                      END-IF
              END-READ
           ELSE
              SET DEPTO-ES-VALIDO TO TRUE
           END-IF.
           CLOSE DEPTO-FILE.
           IF DEPTO-NUEVO = SPACES
              MOVE "NO " TO DEPTO-OK
           END-IF.

       END PROGRAM PUESMANT.
