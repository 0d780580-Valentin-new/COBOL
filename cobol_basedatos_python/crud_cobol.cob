      *             checkpoint-resume behaviour of import, a per-line
      *             outcome in trans_result.txt and final accepted and
      *             rejected counts.
      * 2026-10-15  New "dupes" operation groups records sharing an
      *             email, a phone or a normalized name and writes
      *             duplicados.txt with a match score per pair; new
      *             supervisor-only "merge" keeps one record, takes
      *             the chosen fields from the others and deletes
      *             them, each step saved to recycle.dat and audited
      *             so "undo" can bring the merged records back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANS-RESULT-FILE ASSIGN TO 'trans_result.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-RESULT-STATUS.
           SELECT DUPES-FILE ASSIGN TO 'duplicados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUPES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-RESULT-FILE.
       01  TRANS-RESULT-RECORD PIC X(240).

       FD  DUPES-FILE.
       01  DUPES-RECORD PIC X(200).

       FD  OPERATORS-FILE.
      * One operator per line: "<code> <S|U>", S marks a supervisor.
       01  OPERATOR-RECORD.
           05 LA-RESULTADO PIC X(4).
           05 FILLER       PIC X VALUE SPACE.
           05 LA-OPERADOR  PIC X(8).
       01  DUPES-STATUS    PIC X(2).
      * The whole contact list, held for the duplicate scan with the
      * comparison keys worked out once per record: email in lower
      * case, the last 9 digits of the phone (so a +34 prefix or the
      * spacing doesn't matter), the name's letters only, upper case
      * and without accents, and a count of each letter so the same
      * name with the words in another order still matches.
       01  WS-DP-TOTAL     PIC 9(4) VALUE 0.
       01  TABLA-DUPLICADOS.
           05 DUPLICADO OCCURS 500 TIMES.
              10 DP-ID           PIC 9(4).
              10 DP-LINEA        PIC X(200).
              10 DP-CLAVE-EMAIL  PIC X(60).
              10 DP-CLAVE-TEL    PIC X(9).
              10 DP-CLAVE-NOMBRE PIC X(100).
              10 DP-CLAVE-LETRAS PIC X(52).
              10 DP-GRUPO        PIC 9(4).
       01  WS-DP-PARES     PIC 9(4) VALUE 0.
       01  TABLA-PARES.
           05 PAR-DUPLICADO OCCURS 1000 TIMES.
              10 PR-I         PIC 9(4).
              10 PR-J         PIC 9(4).
              10 PR-PUNTOS    PIC 9(3).
              10 PR-CRITERIOS PIC X(40).
       01  WS-DP-I         PIC 9(4) COMP.
       01  WS-DP-J         PIC 9(4) COMP.
       01  WS-DP-K         PIC 9(4) COMP.
       01  WS-DP-G         PIC 9(4) COMP.
       01  WS-DP-GRUPOS    PIC 9(4) VALUE 0.
       01  WS-DP-VIEJO     PIC 9(4).
       01  WS-DP-IMPRESOS  PIC 9(4) VALUE 0.
       01  WS-DP-MIEMBROS  PIC 9(4) VALUE 0.
       01  WS-DP-PUNTOS    PIC 9(3).
       01  WS-DP-CRITERIOS PIC X(40).
       01  WS-DP-CRIT-PTR  PIC 9(3) COMP.
       01  WS-DP-LLENA     PIC X(3) VALUE 'NO '.
           88 DUPLICADOS-DESBORDADO VALUE 'SI '.
       01  WS-DP-EDIT-1    PIC ZZZ9.
       01  WS-DP-EDIT-2    PIC ZZZ9.
       01  WS-DP-EDIT-G    PIC ZZ9.
       01  LINEA-DUPLICADOS PIC X(200).
      * Scores per matching field; a pair scores the sum, so 100 is
      * the same email, phone and spelling of the name.
       01  WS-PUNTOS-EMAIL   PIC 9(3) VALUE 40.
       01  WS-PUNTOS-TEL     PIC 9(3) VALUE 35.
       01  WS-PUNTOS-NOMBRE  PIC 9(3) VALUE 25.
       01  WS-PUNTOS-REORDEN PIC 9(3) VALUE 15.
       01  WS-NORM-ENTRADA PIC X(100).
       01  WS-NORM-SALIDA  PIC X(100).
       01  WS-NORM-POS     PIC 9(3) COMP.
       01  WS-NORM-LEN     PIC 9(3) COMP.
       01  WS-NORM-INICIO  PIC 9(3) COMP.
       01  WS-NORM-LETRA   PIC 9(2) COMP.
       01  WS-ALFABETO     PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  TABLA-LETRAS.
           05 WS-CUENTA-LETRA PIC 9(2) OCCURS 26 TIMES.
      * merge: the record kept, up to nine merged into it, and the
      * field values it ends up with.
       01  WS-MG-CONSERVAR PIC 9(4).
       01  WS-MG-LINEA-CONSERVADA PIC X(200).
       01  WS-MG-TOTAL     PIC 9(2) VALUE 0.
       01  TABLA-FUSION.
           05 FUSIONADO OCCURS 9 TIMES.
              10 FU-ID       PIC 9(4).
              10 FU-LINEA    PIC X(200).
       01  WS-MG-ENTRADA   PIC 9(4).
       01  WS-MG-ORIGEN    PIC 9(4).
       01  WS-MG-SUB       PIC 9(2) COMP.
       01  WS-MG-HALLADO   PIC 9(2).
       01  WS-MG-CAMPO     PIC 9 COMP.
       01  WS-MG-ETIQUETA  PIC X(6).
       01  WS-MG-FIN       PIC X(3) VALUE 'NO '.
           88 FIN-IDS-FUSION VALUE 'SI '.
       01  WS-MG-ERRORES   PIC 9(2) VALUE 0.
       01  WS-MERGE-REALIZADO PIC X(3) VALUE 'NO '.
           88 SE-REALIZO-MERGE VALUE 'SI '.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               PERFORM MOSTRAR-CHECKPOINT
               PERFORM UNTIL WS-EXIT = 'YES'
                DISPLAY "operation: create, read, update, delete, "
                   "search, import, export, undo, trans, dupes, "
                   "merge, exit"
                   ACCEPT WS-OPERATION

                   MOVE "NO " TO WS-OPERACION-VALIDA
                           ELSE
                               PERFORM RECHAZAR-NO-SUPERVISOR
                           END-IF
                       WHEN WS-OPERATION = "dupes"
                           MOVE "SI " TO WS-OPERACION-VALIDA
                           PERFORM BUSCAR-DUPLICADOS
                       WHEN WS-OPERATION = "merge"
      * A merge deletes records, so it is gated like delete.
                           MOVE "SI " TO WS-OPERACION-VALIDA
                           IF ES-SUPERVISOR
                               PERFORM MERGE-RECORDS
                           ELSE
                               PERFORM RECHAZAR-NO-SUPERVISOR
                           END-IF
                       WHEN WS-OPERATION = "exit"
                           MOVE "YES" TO WS-EXIT
                       WHEN OTHER
                                           "status: " EXIT-STATUS
                                   END-IF
                               END-IF
                           WHEN WS-OPERATION = "merge"
                               IF NOT SE-REALIZO-MERGE
                                   DISPLAY "Operation failed: no "
                                       "records were merged."
                               ELSE
                                   IF WS-MG-ERRORES = 0
                                       DISPLAY "Operation completed."
                                   ELSE
                                       DISPLAY "Operation failed: "
                                           WS-MG-ERRORES " step(s) "
                                           "returned an error, see "
                                           "audit.log"
                                   END-IF
                               END-IF
                           WHEN OTHER
                               IF EXIT-STATUS = 0
                                   DISPLAY "Operation completed."
               DISPLAY "Operation " WS-OPERATION " requires a "
                   "supervisor."
               MOVE "NO " TO WS-DELETE-REALIZADO
               MOVE "NO " TO WS-MERGE-REALIZADO
               MOVE "SI " TO WS-IMPORT-HUBO-ERROR
               MOVE 1 TO WS-TR-RECHAZADAS
               MOVE 0 TO WS-ID
           RESTAURAR-ENTRADA.
      * A deleted record is re-created (crud_db.py assigns it a new
      * id); an overwritten one is updated back to the old values.
      * A record merged away ("merge-del") comes back like a delete,
      * the record it was merged into ("merge") like an update.
               MOVE SPACES TO WS-CAMPOS-LINEA
               UNSTRING RY-CAMPOS DELIMITED BY "|"
                   INTO WC-NOMBRE WC-EMAIL WC-TELEFONO WC-ESTADO
               END-UNSTRING
               IF RY-OPERACION = "delete" OR RY-OPERACION = "merge-del"
                   MOVE "create" TO WR-OPERACION
                   MOVE "NO " TO WR-CON-ID
               ELSE
               END-STRING
               .

           BUSCAR-DUPLICADOS.
      * Import, trans and hand entry all create contacts, so the same
      * person ends up under two ids and SYNCROST/DISTRIBOL pick one
      * at random. This lists every pair that shares an email, a
      * phone or a name (after normalizing), grouped and scored, for
      * a supervisor to review and "merge".
               MOVE 0 TO WS-DP-TOTAL
               MOVE 0 TO WS-DP-PARES
               MOVE 0 TO WS-DP-GRUPOS
               MOVE 0 TO WS-DP-IMPRESOS
               MOVE "NO " TO WS-DP-LLENA
               MOVE "python3 /app/crud_db.py read > result.txt" TO CMD
               CALL 'SYSTEM' USING CMD GIVING EXIT-STATUS
               PERFORM VERIFICAR-EXIT-STATUS
               OPEN INPUT RESULT-FILE
               PERFORM UNTIL WS-EOF = 'YES'
                   READ RESULT-FILE INTO RESULT-RECORD
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF RESULT-RECORD NOT = SPACES
                           PERFORM CARGAR-DUPLICADO
                       END-IF
               END-PERFORM
               CLOSE RESULT-FILE
               MOVE "NO " TO WS-EOF
               PERFORM VARYING WS-DP-I FROM 1 BY 1
                   UNTIL WS-DP-I >= WS-DP-TOTAL
                   PERFORM VARYING WS-DP-J FROM WS-DP-I BY 1
                       UNTIL WS-DP-J >= WS-DP-TOTAL
                       ADD 1 TO WS-DP-J
                       PERFORM COMPARAR-PAR-DUPLICADO
                       SUBTRACT 1 FROM WS-DP-J
                   END-PERFORM
               END-PERFORM
               PERFORM ESCRIBIR-DUPLICADOS
               DISPLAY "Records scanned: " WS-DP-TOTAL
                   " duplicate groups: " WS-DP-IMPRESOS
                   " pairs: " WS-DP-PARES
               IF DUPLICADOS-DESBORDADO
                   DISPLAY "Warning: the scan tables are full, not "
                       "every record or pair was compared."
               END-IF
               IF WS-DP-PARES > 0
                   DISPLAY "Review list written to duplicados.txt"
               END-IF
               MOVE 0 TO WS-ID
               MOVE SPACES TO WS-NAME
               STRING "GRUPOS " WS-DP-IMPRESOS " PARES " WS-DP-PARES
                   DELIMITED BY SIZE INTO WS-NAME
               END-STRING
               PERFORM ESCRIBIR-AUDITORIA
               .

           CARGAR-DUPLICADO.
               IF WS-DP-TOTAL >= 500
                   SET DUPLICADOS-DESBORDADO TO TRUE
               ELSE
                   ADD 1 TO WS-DP-TOTAL
                   PERFORM PARTIR-CAMPOS-LINEA
                   MOVE RESULT-RECORD TO DP-LINEA (WS-DP-TOTAL)
                   COMPUTE DP-ID (WS-DP-TOTAL) = FUNCTION NUMVAL(WC-ID)
                   MOVE 0 TO DP-GRUPO (WS-DP-TOTAL)
                   MOVE FUNCTION TRIM(WC-EMAIL)
                       TO DP-CLAVE-EMAIL (WS-DP-TOTAL)
                   INSPECT DP-CLAVE-EMAIL (WS-DP-TOTAL) CONVERTING
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       TO "abcdefghijklmnopqrstuvwxyz"
                   PERFORM NORMALIZAR-TELEFONO
                   PERFORM NORMALIZAR-NOMBRE
               END-IF
               .

           NORMALIZAR-TELEFONO.
      * Digits only, and only the last 9 of them, so "+34 600 11 22
      * 33" and "600112233" compare equal. Fewer than 6 digits is not
      * a phone worth matching on.
               MOVE SPACES TO WS-NORM-SALIDA
               MOVE 0 TO WS-NORM-LEN
               PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 20
                   IF WC-TELEFONO (WS-NORM-POS:1) IS NUMERIC
                       ADD 1 TO WS-NORM-LEN
                       MOVE WC-TELEFONO (WS-NORM-POS:1)
                           TO WS-NORM-SALIDA (WS-NORM-LEN:1)
                   END-IF
               END-PERFORM
               MOVE SPACES TO DP-CLAVE-TEL (WS-DP-TOTAL)
               IF WS-NORM-LEN > 9
                   COMPUTE WS-NORM-INICIO = WS-NORM-LEN - 8
                   MOVE WS-NORM-SALIDA (WS-NORM-INICIO:9)
                       TO DP-CLAVE-TEL (WS-DP-TOTAL)
               ELSE
                   IF WS-NORM-LEN >= 6
                       MOVE WS-NORM-SALIDA (1:WS-NORM-LEN)
                           TO DP-CLAVE-TEL (WS-DP-TOTAL)
                   END-IF
               END-IF
               .

           NORMALIZAR-NOMBRE.
      * Accented letters are folded first (each is two bytes, so it
      * becomes the plain letter plus a space that is dropped below),
      * then only A-Z survive: an accented "Perez, Jose" and "PEREZ
      * JOSE" give the same key, and so does SYNCROST's "00007 PEREZ
      * JOSE".
               MOVE WC-NOMBRE TO WS-NORM-ENTRADA
               INSPECT WS-NORM-ENTRADA REPLACING
                   ALL X"C3A1" BY "A " ALL X"C381" BY "A "
                   ALL X"C3A9" BY "E " ALL X"C389" BY "E "
                   ALL X"C3AD" BY "I " ALL X"C38D" BY "I "
                   ALL X"C3B3" BY "O " ALL X"C393" BY "O "
                   ALL X"C3BA" BY "U " ALL X"C39A" BY "U "
                   ALL X"C3BC" BY "U " ALL X"C39C" BY "U "
                   ALL X"C3B1" BY "N " ALL X"C391" BY "N "
               INSPECT WS-NORM-ENTRADA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE SPACES TO WS-NORM-SALIDA
               MOVE 0 TO WS-NORM-LEN
               PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 100
                   IF WS-NORM-ENTRADA (WS-NORM-POS:1) >= "A"
                       AND WS-NORM-ENTRADA (WS-NORM-POS:1) <= "Z"
                       ADD 1 TO WS-NORM-LEN
                       MOVE WS-NORM-ENTRADA (WS-NORM-POS:1)
                           TO WS-NORM-SALIDA (WS-NORM-LEN:1)
                   END-IF
               END-PERFORM
               MOVE WS-NORM-SALIDA TO DP-CLAVE-NOMBRE (WS-DP-TOTAL)
      * Letter counts, A to Z, two digits each: equal counts with a
      * different key means the same letters in another order
      * ("PEREZ JUAN" against "JUAN PEREZ").
               PERFORM VARYING WS-NORM-LETRA FROM 1 BY 1
                   UNTIL WS-NORM-LETRA > 26
                   MOVE 0 TO WS-CUENTA-LETRA (WS-NORM-LETRA)
                   INSPECT WS-NORM-SALIDA TALLYING
                       WS-CUENTA-LETRA (WS-NORM-LETRA)
                       FOR ALL WS-ALFABETO (WS-NORM-LETRA:1)
               END-PERFORM
               MOVE TABLA-LETRAS TO DP-CLAVE-LETRAS (WS-DP-TOTAL)
               .

           COMPARAR-PAR-DUPLICADO.
               MOVE 0 TO WS-DP-PUNTOS
               MOVE SPACES TO WS-DP-CRITERIOS
               MOVE 1 TO WS-DP-CRIT-PTR
               IF DP-CLAVE-EMAIL (WS-DP-I) NOT = SPACES
                   AND DP-CLAVE-EMAIL (WS-DP-I) =
                       DP-CLAVE-EMAIL (WS-DP-J)
                   ADD WS-PUNTOS-EMAIL TO WS-DP-PUNTOS
                   STRING "EMAIL " DELIMITED BY SIZE
                       INTO WS-DP-CRITERIOS WITH POINTER WS-DP-CRIT-PTR
                   END-STRING
               END-IF
               IF DP-CLAVE-TEL (WS-DP-I) NOT = SPACES
                   AND DP-CLAVE-TEL (WS-DP-I) = DP-CLAVE-TEL (WS-DP-J)
                   ADD WS-PUNTOS-TEL TO WS-DP-PUNTOS
                   STRING "TELEFONO " DELIMITED BY SIZE
                       INTO WS-DP-CRITERIOS WITH POINTER WS-DP-CRIT-PTR
                   END-STRING
               END-IF
               IF DP-CLAVE-NOMBRE (WS-DP-I) NOT = SPACES
                   IF DP-CLAVE-NOMBRE (WS-DP-I) =
                       DP-CLAVE-NOMBRE (WS-DP-J)
                       ADD WS-PUNTOS-NOMBRE TO WS-DP-PUNTOS
                       STRING "NOMBRE " DELIMITED BY SIZE
                           INTO WS-DP-CRITERIOS
                           WITH POINTER WS-DP-CRIT-PTR
                       END-STRING
                   ELSE
                       IF DP-CLAVE-LETRAS (WS-DP-I) =
                           DP-CLAVE-LETRAS (WS-DP-J)
                           ADD WS-PUNTOS-REORDEN TO WS-DP-PUNTOS
                           STRING "NOMBRE-REORDENADO " DELIMITED BY SIZE
                               INTO WS-DP-CRITERIOS
                               WITH POINTER WS-DP-CRIT-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
               IF WS-DP-PUNTOS > 0
                   IF WS-DP-PARES >= 1000
                       SET DUPLICADOS-DESBORDADO TO TRUE
                   ELSE
                       PERFORM ANOTAR-PAR-DUPLICADO
                   END-IF
               END-IF
               .

           ANOTAR-PAR-DUPLICADO.
               ADD 1 TO WS-DP-PARES
               MOVE WS-DP-I TO PR-I (WS-DP-PARES)
               MOVE WS-DP-J TO PR-J (WS-DP-PARES)
               MOVE WS-DP-PUNTOS TO PR-PUNTOS (WS-DP-PARES)
               MOVE WS-DP-CRITERIOS TO PR-CRITERIOS (WS-DP-PARES)
      * Both records go in one group; if the second already belongs
      * to another group (A=B by email, B=C by phone) that whole
      * group is folded into this one.
               IF DP-GRUPO (WS-DP-I) = 0
                   ADD 1 TO WS-DP-GRUPOS
                   MOVE WS-DP-GRUPOS TO DP-GRUPO (WS-DP-I)
               END-IF
               IF DP-GRUPO (WS-DP-J) = 0
                   MOVE DP-GRUPO (WS-DP-I) TO DP-GRUPO (WS-DP-J)
               ELSE
                   IF DP-GRUPO (WS-DP-J) NOT = DP-GRUPO (WS-DP-I)
                       MOVE DP-GRUPO (WS-DP-J) TO WS-DP-VIEJO
                       PERFORM VARYING WS-DP-K FROM 1 BY 1
                           UNTIL WS-DP-K > WS-DP-TOTAL
                           IF DP-GRUPO (WS-DP-K) = WS-DP-VIEJO
                               MOVE DP-GRUPO (WS-DP-I)
                                   TO DP-GRUPO (WS-DP-K)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               .

           ESCRIBIR-DUPLICADOS.
               OPEN OUTPUT DUPES-FILE
               ACCEPT WS-FECHA FROM DATE YYYYMMDD
               MOVE SPACES TO LINEA-DUPLICADOS
               STRING "REVISION DE DUPLICADOS " WS-FECHA
                   "  REGISTROS LEIDOS: " WS-DP-TOTAL
                   DELIMITED BY SIZE INTO LINEA-DUPLICADOS
               END-STRING
               WRITE DUPES-RECORD FROM LINEA-DUPLICADOS
               MOVE "PUNTUACION: EMAIL 40, TELEFONO 35, NOMBRE 25 "
                   & "(15 SI SOLO CAMBIA EL ORDEN DE LAS PALABRAS)"
                   TO DUPES-RECORD
               WRITE DUPES-RECORD
               PERFORM VARYING WS-DP-G FROM 1 BY 1
                   UNTIL WS-DP-G > WS-DP-GRUPOS
                   PERFORM ESCRIBIR-GRUPO-DUPLICADO
               END-PERFORM
               MOVE SPACES TO DUPES-RECORD
               WRITE DUPES-RECORD
               MOVE SPACES TO LINEA-DUPLICADOS
               IF WS-DP-PARES = 0
                   MOVE "NO SE ENCONTRARON DUPLICADOS"
                       TO LINEA-DUPLICADOS
               ELSE
                   STRING "GRUPOS: " WS-DP-IMPRESOS
                       "  PARES: " WS-DP-PARES
                       "  -- usar ""merge"" para fusionar"
                       DELIMITED BY SIZE INTO LINEA-DUPLICADOS
                   END-STRING
               END-IF
               WRITE DUPES-RECORD FROM LINEA-DUPLICADOS
               CLOSE DUPES-FILE
               .

           ESCRIBIR-GRUPO-DUPLICADO.
      * Groups folded into another one leave their number unused, so
      * the printed numbering is its own count.
               MOVE 0 TO WS-DP-MIEMBROS
               PERFORM VARYING WS-DP-K FROM 1 BY 1
                   UNTIL WS-DP-K > WS-DP-TOTAL
                   IF DP-GRUPO (WS-DP-K) = WS-DP-G
                       ADD 1 TO WS-DP-MIEMBROS
                   END-IF
               END-PERFORM
               IF WS-DP-MIEMBROS > 0
                   ADD 1 TO WS-DP-IMPRESOS
                   MOVE WS-DP-IMPRESOS TO WS-DP-EDIT-G
                   MOVE SPACES TO DUPES-RECORD
                   WRITE DUPES-RECORD
                   MOVE SPACES TO LINEA-DUPLICADOS
                   STRING "GRUPO " WS-DP-EDIT-G
                       "  REGISTROS: " WS-DP-MIEMBROS
                       DELIMITED BY SIZE INTO LINEA-DUPLICADOS
                   END-STRING
                   WRITE DUPES-RECORD FROM LINEA-DUPLICADOS
                   PERFORM VARYING WS-DP-K FROM 1 BY 1
                       UNTIL WS-DP-K > WS-DP-TOTAL
                       IF DP-GRUPO (WS-DP-K) = WS-DP-G
                           MOVE SPACES TO LINEA-DUPLICADOS
                           STRING "    " DP-LINEA (WS-DP-K)
                               DELIMITED BY SIZE INTO LINEA-DUPLICADOS
                           END-STRING
                           WRITE DUPES-RECORD FROM LINEA-DUPLICADOS
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-DP-K FROM 1 BY 1
                       UNTIL WS-DP-K > WS-DP-PARES
                       IF DP-GRUPO (PR-I (WS-DP-K)) = WS-DP-G
                           PERFORM ESCRIBIR-PAR-DUPLICADO
                       END-IF
                   END-PERFORM
               END-IF
               .

           ESCRIBIR-PAR-DUPLICADO.
               MOVE DP-ID (PR-I (WS-DP-K)) TO WS-DP-EDIT-1
               MOVE DP-ID (PR-J (WS-DP-K)) TO WS-DP-EDIT-2
               MOVE SPACES TO LINEA-DUPLICADOS
               STRING "    PAR " WS-DP-EDIT-1 " / " WS-DP-EDIT-2
                   "  PUNTUACION " PR-PUNTOS (WS-DP-K) "  "
                   PR-CRITERIOS (WS-DP-K)
                   DELIMITED BY SIZE INTO LINEA-DUPLICADOS
               END-STRING
               WRITE DUPES-RECORD FROM LINEA-DUPLICADOS
               .

           MERGE-RECORDS.
      * Keeps one record and folds the others into it: the supervisor
      * picks, field by field, which record each value comes from,
      * the kept record is updated and the rest are deleted. Every
      * record touched goes to the recycle bin first ("merge" for the
      * one kept, "merge-del" for the ones removed) so "undo" can put
      * them back one by one.
               MOVE "NO " TO WS-MERGE-REALIZADO
               MOVE 0 TO WS-MG-TOTAL
               MOVE 0 TO WS-MG-ERRORES
               DISPLAY "Enter ID of the record to keep:"
               ACCEPT WS-ID
               PERFORM VERIFICAR-EXISTE-ID
               IF NOT EL-ID-EXISTE
                   DISPLAY "No record with that ID was found."
                   MOVE SPACES TO WS-NAME
                   MOVE "ERR " TO WS-RESULTADO
                   PERFORM ESCRIBIR-AUDITORIA
               ELSE
                   MOVE WS-ID TO WS-MG-CONSERVAR
                   MOVE WS-LINEA-VIEJA TO WS-MG-LINEA-CONSERVADA
                   DISPLAY "Keeping: " WS-MG-LINEA-CONSERVADA (1:70)
                   MOVE "NO " TO WS-MG-FIN
                   PERFORM PEDIR-ID-FUSION UNTIL FIN-IDS-FUSION
                   IF WS-MG-TOTAL = 0
                       DISPLAY "Nothing to merge, merge cancelled."
                       MOVE WS-MG-CONSERVAR TO WS-ID
                       MOVE SPACES TO WS-NAME
                       MOVE "NO " TO WS-RESULTADO
                       PERFORM ESCRIBIR-AUDITORIA
                   ELSE
                       PERFORM ELEGIR-CAMPOS-FUSION
                       PERFORM CONFIRMAR-FUSION
                   END-IF
               END-IF
               .

           PEDIR-ID-FUSION.
               DISPLAY "ID to merge into " WS-MG-CONSERVAR
                   " (0 = no more):"
               ACCEPT WS-MG-ENTRADA
               IF WS-MG-ENTRADA = 0
                   SET FIN-IDS-FUSION TO TRUE
               ELSE
                   MOVE WS-MG-ENTRADA TO WS-MG-ORIGEN
                   PERFORM BUSCAR-ORIGEN-FUSION
                   IF WS-MG-ENTRADA = WS-MG-CONSERVAR
                       OR WS-MG-HALLADO > 0
                       DISPLAY "That record is already in the merge."
                   ELSE
                       MOVE WS-MG-ENTRADA TO WS-ID
                       PERFORM VERIFICAR-EXISTE-ID
                       IF NOT EL-ID-EXISTE
                           DISPLAY "No record with that ID was found."
                       ELSE
                           ADD 1 TO WS-MG-TOTAL
                           MOVE WS-MG-ENTRADA TO FU-ID (WS-MG-TOTAL)
                           MOVE WS-LINEA-VIEJA
                               TO FU-LINEA (WS-MG-TOTAL)
                           DISPLAY "Merging: " WS-LINEA-VIEJA (1:70)
                           IF WS-MG-TOTAL >= 9
                               DISPLAY "At most 9 records per merge."
                               SET FIN-IDS-FUSION TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               .

           BUSCAR-ORIGEN-FUSION.
      * WS-MG-HALLADO gets the TABLA-FUSION slot holding WS-MG-ORIGEN,
      * or 0 if that id is not one of the records being merged.
               MOVE 0 TO WS-MG-HALLADO
               PERFORM VARYING WS-MG-SUB FROM 1 BY 1
                   UNTIL WS-MG-SUB > WS-MG-TOTAL
                   IF FU-ID (WS-MG-SUB) = WS-MG-ORIGEN
                       MOVE WS-MG-SUB TO WS-MG-HALLADO
                   END-IF
               END-PERFORM
               .

           ELEGIR-CAMPOS-FUSION.
      * Starts from the kept record's own values; each field can then
      * be taken from one of the merged records instead.
               MOVE WS-MG-LINEA-CONSERVADA TO RESULT-RECORD
               PERFORM PARTIR-CAMPOS-LINEA
               MOVE WC-NOMBRE TO WS-NAME
               MOVE WC-EMAIL TO WS-EMAIL
               MOVE WC-TELEFONO TO WS-PHONE
               MOVE WC-ESTADO TO WS-STATUS
               PERFORM VARYING WS-MG-CAMPO FROM 1 BY 1
                   UNTIL WS-MG-CAMPO > 4
                   PERFORM ELEGIR-UN-CAMPO-FUSION
               END-PERFORM
               DISPLAY "Result: " FUNCTION TRIM(WS-NAME) "|"
                   FUNCTION TRIM(WS-EMAIL) "|"
                   FUNCTION TRIM(WS-PHONE) "|"
                   FUNCTION TRIM(WS-STATUS)
               .

           ELEGIR-UN-CAMPO-FUSION.
               EVALUATE WS-MG-CAMPO
                   WHEN 1 MOVE "name" TO WS-MG-ETIQUETA
                   WHEN 2 MOVE "email" TO WS-MG-ETIQUETA
                   WHEN 3 MOVE "phone" TO WS-MG-ETIQUETA
                   WHEN 4 MOVE "status" TO WS-MG-ETIQUETA
               END-EVALUATE
               DISPLAY "Take " FUNCTION TRIM(WS-MG-ETIQUETA)
                   " from which ID? (0 = keep " WS-MG-CONSERVAR "'s)"
               ACCEPT WS-MG-ORIGEN
               IF WS-MG-ORIGEN NOT = 0
                   AND WS-MG-ORIGEN NOT = WS-MG-CONSERVAR
                   PERFORM BUSCAR-ORIGEN-FUSION
                   IF WS-MG-HALLADO = 0
                       DISPLAY "ID " WS-MG-ORIGEN " is not in this "
                           "merge; keeping the current value."
                   ELSE
                       MOVE FU-LINEA (WS-MG-HALLADO) TO RESULT-RECORD
                       PERFORM PARTIR-CAMPOS-LINEA
                       EVALUATE WS-MG-CAMPO
                           WHEN 1 MOVE WC-NOMBRE TO WS-NAME
                           WHEN 2 MOVE WC-EMAIL TO WS-EMAIL
                           WHEN 3 MOVE WC-TELEFONO TO WS-PHONE
                           WHEN 4 MOVE WC-ESTADO TO WS-STATUS
                       END-EVALUATE
                   END-IF
               END-IF
               .

           CONFIRMAR-FUSION.
               DISPLAY "Update " WS-MG-CONSERVAR " and delete the "
                   WS-MG-TOTAL " merged record(s)? (yes/no):"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "yes"
                   PERFORM EJECUTAR-FUSION
               ELSE
                   DISPLAY "Merge cancelled."
                   MOVE WS-MG-CONSERVAR TO WS-ID
                   MOVE SPACES TO WS-NAME
                   MOVE "NO " TO WS-RESULTADO
                   PERFORM ESCRIBIR-AUDITORIA
               END-IF
               .

           EJECUTAR-FUSION.
      * The kept record is updated first; only if that worked are the
      * others deleted, so a failed update never loses a record.
               MOVE "SI " TO WS-MERGE-REALIZADO
               MOVE "merge" TO WS-OPERATION
               MOVE WS-MG-CONSERVAR TO WS-ID
               MOVE WS-MG-LINEA-CONSERVADA TO WS-LINEA-VIEJA
               PERFORM GUARDAR-EN-RECICLAJE
               MOVE "update" TO WR-OPERACION
               MOVE "SI " TO WR-CON-ID
               MOVE WS-ID TO WR-ID
               MOVE "SI " TO WR-CON-NOMBRE
               MOVE WS-NAME TO WR-NOMBRE
               MOVE "SI " TO WR-CON-CAMPOS
               MOVE WS-EMAIL TO WR-EMAIL
               MOVE WS-PHONE TO WR-TELEFONO
               MOVE WS-STATUS TO WR-ESTADO
               PERFORM CONSTRUIR-COMANDO
               DISPLAY "Command to execute: ", CMD
               CALL 'SYSTEM' USING CMD GIVING EXIT-STATUS
               PERFORM VERIFICAR-EXIT-STATUS
               IF WS-RESULTADO = "OK"
                   PERFORM ESCRIBIR-CHECKPOINT
                   PERFORM ESCRIBIR-AUDITORIA
                   PERFORM VARYING WS-MG-SUB FROM 1 BY 1
                       UNTIL WS-MG-SUB > WS-MG-TOTAL
                       PERFORM BORRAR-FUSIONADO
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-MG-ERRORES
                   PERFORM ESCRIBIR-AUDITORIA
                   DISPLAY "The update failed; no records were "
                       "deleted."
               END-IF
               MOVE "merge" TO WS-OPERATION
               .

           BORRAR-FUSIONADO.
      * The audit line names the record deleted and the id it went
      * into, so the trail reads on its own.
               MOVE "merge-del" TO WS-OPERATION
               MOVE FU-ID (WS-MG-SUB) TO WS-ID
               MOVE FU-LINEA (WS-MG-SUB) TO WS-LINEA-VIEJA
               PERFORM GUARDAR-EN-RECICLAJE
               MOVE "delete" TO WR-OPERACION
               MOVE "SI " TO WR-CON-ID
               MOVE WS-ID TO WR-ID
               MOVE "NO " TO WR-CON-NOMBRE
               MOVE "NO " TO WR-CON-CAMPOS
               PERFORM CONSTRUIR-COMANDO
               DISPLAY "Command to execute: ", CMD
               CALL 'SYSTEM' USING CMD GIVING EXIT-STATUS
               PERFORM VERIFICAR-EXIT-STATUS
               IF WS-RESULTADO NOT = "OK"
                   ADD 1 TO WS-MG-ERRORES
               END-IF
               MOVE FU-LINEA (WS-MG-SUB) TO RESULT-RECORD
               PERFORM PARTIR-CAMPOS-LINEA
               MOVE SPACES TO WS-NAME
               STRING FUNCTION TRIM(WC-NOMBRE) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-MG-CONSERVAR DELIMITED BY SIZE
                   INTO WS-NAME
               END-STRING
               PERFORM ESCRIBIR-AUDITORIA
               .

       END PROGRAM CRUDOperations.
