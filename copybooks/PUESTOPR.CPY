      ******************************************************************
      * Position control over PUESTOWS fields. The master is opened
      * and closed on every call, so PUESMANT can free or create a
      * position while a run or a maintenance session is up.
      ******************************************************************
       VALIDAR-PUESTO.
           MOVE "NO " TO PUESTO-OK.
           MOVE "NO " TO MAESTRO-PUESTOS.
           MOVE SPACES TO MOTIVO-PUESTO.
           OPEN INPUT PUESTO-FILE.
           IF PUESTO-STATUS = "00"
              SET HAY-MAESTRO-PUESTOS TO TRUE
              IF PUESTO-VALIDAR = SPACES
                 MOVE "FALTA EL PUESTO" TO MOTIVO-PUESTO
              ELSE
                 MOVE PUESTO-VALIDAR TO PU-ID
                 READ PUESTO-FILE
                     INVALID KEY
                         STRING "PUESTO " PUESTO-VALIDAR " NO EXISTE"
                             DELIMITED BY SIZE INTO MOTIVO-PUESTO
                         END-STRING
                     NOT INVALID KEY
                         PERFORM JUZGAR-PUESTO
                 END-READ
              END-IF
              CLOSE PUESTO-FILE
           END-IF.
           IF NOT HAY-MAESTRO-PUESTOS OR MOTIVO-PUESTO = SPACES
              SET PUESTO-ES-VALIDO TO TRUE
           END-IF.

       JUZGAR-PUESTO.
      * The employee already holding the position may be re-keyed
      * into it (a rehire, a resubmitted lote line) without tripping
      * the filled check.
           IF PU-CONGELADO
              STRING "PUESTO " PUESTO-VALIDAR " CONGELADO"
                  DELIMITED BY SIZE INTO MOTIVO-PUESTO
              END-STRING
           ELSE
              IF PU-OCUPADO AND PU-EMP-ID NOT = PUESTO-EMP-ID
                 STRING "PUESTO " PUESTO-VALIDAR " OCUPADO POR "
                        PU-EMP-ID DELIMITED BY SIZE INTO MOTIVO-PUESTO
                 END-STRING
              ELSE
                 IF PUESTO-DEPTO NOT = SPACES
                    AND PU-DEPTO NOT = PUESTO-DEPTO
                    STRING "PUESTO " PUESTO-VALIDAR
                           " ES DEL DEPARTAMENTO " PU-DEPTO
                        DELIMITED BY SIZE INTO MOTIVO-PUESTO
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       OCUPAR-PUESTO.
           OPEN I-O PUESTO-FILE.
           IF PUESTO-STATUS = "00"
              MOVE PUESTO-VALIDAR TO PU-ID
              READ PUESTO-FILE
                  INVALID KEY
                      DISPLAY "AVISO: PUESTO " PUESTO-VALIDAR
                              " NO EXISTE, NO SE MARCA OCUPADO"
                  NOT INVALID KEY
                      MOVE "O" TO PU-ESTADO
                      MOVE PUESTO-EMP-ID TO PU-EMP-ID
                      REWRITE PUESTO-RECORD
                      IF PUESTO-STATUS NOT = "00"
                         DISPLAY "AVISO: PUESTO " PUESTO-VALIDAR
                                 " NO SE MARCO OCUPADO, ESTADO "
                                 PUESTO-STATUS
                      END-IF
              END-READ
              CLOSE PUESTO-FILE
           END-IF.

       LIBERAR-PUESTO.
      * Only the holder frees the position; a frozen one stays frozen
      * and just loses its holder.
           OPEN I-O PUESTO-FILE.
           IF PUESTO-STATUS = "00"
              MOVE PUESTO-VALIDAR TO PU-ID
              READ PUESTO-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PU-EMP-ID = PUESTO-EMP-ID
                         MOVE 0 TO PU-EMP-ID
                         IF PU-OCUPADO
                            MOVE "V" TO PU-ESTADO
                         END-IF
                         REWRITE PUESTO-RECORD
                         IF PUESTO-STATUS NOT = "00"
                            DISPLAY "AVISO: PUESTO " PUESTO-VALIDAR
                                    " NO SE LIBERO, ESTADO "
                                    PUESTO-STATUS
                         END-IF
                      END-IF
              END-READ
              CLOSE PUESTO-FILE
           END-IF.
