      ******************************************************************
      * Approval routing over JERARQWS fields. A pending item is
      * offered only to a manager up the employee's EMP-JEFE chain,
      * or to the EMP-SUPLENTE of a manager in that chain who is
      * away this month on an approved absence -- never to the
      * employee it belongs to. An employee with no manager on file
      * (the top of the tree, or records from before the hierarchy)
      * falls to any supervisor but themselves.
      ******************************************************************
       CARGAR-JERARQUIA.
           MOVE "NO " TO VINCULOS-OPERADOR.
           MOVE 0 TO APROBADOR-EMP-ID.
           MOVE "NO " TO FIN-DE-VINCULOS.
           OPEN INPUT OPEREMP-FILE.
           IF OPEREMP-STATUS = "00"
              SET HAY-VINCULOS-OPERADOR TO TRUE
           ELSE
              MOVE "SI " TO FIN-DE-VINCULOS
           END-IF.
           PERFORM BUSCAR-VINCULO UNTIL HAY-FIN-DE-VINCULOS.
           CLOSE OPEREMP-FILE.
           IF HAY-VINCULOS-OPERADOR
              IF APROBADOR-EMP-ID = 0
                 DISPLAY "AVISO: EL OPERADOR " OPERADOR-ACTUAL
                         " NO ESTA VINCULADO A NINGUN EMPLEADO EN "
                         "OPERADORES_EMP.DAT, NO PODRA APROBAR"
              ELSE
                 DISPLAY "APRUEBA COMO EMPLEADO " APROBADOR-EMP-ID
              END-IF
           END-IF.
           PERFORM CARGAR-AUSENTES.

       BUSCAR-VINCULO.
           READ OPEREMP-FILE
               AT END
                   MOVE "SI " TO FIN-DE-VINCULOS
               NOT AT END
                   IF OE-CODIGO = OPERADOR-ACTUAL
                      AND OE-EMP-ID IS NUMERIC
                      MOVE OE-EMP-ID TO APROBADOR-EMP-ID
                      MOVE "SI " TO FIN-DE-VINCULOS
                   END-IF
           END-READ.

       CARGAR-AUSENTES.
      * Away means an approved absence line in the current month --
      * the granularity AUSENCIAS.DAT keeps.
           ACCEPT FECHA-JERARQUIA FROM DATE YYYYMMDD.
           MOVE FECHA-JERARQUIA (1:6) TO PERIODO-JERARQUIA.
           MOVE 0 TO TOTAL-AUSENTES.
           OPEN INPUT AUSENCIAS-FILE.
           IF AUSENCIAS-STATUS = "00"
              PERFORM UNTIL AUSENCIAS-STATUS NOT = "00"
                 READ AUSENCIAS-FILE
                     AT END
                         MOVE "10" TO AUSENCIAS-STATUS
                     NOT AT END
                         IF AU-ESTADO = "A"
                            AND AU-PERIODO = PERIODO-JERARQUIA
                            AND TOTAL-AUSENTES < 300
                            ADD 1 TO TOTAL-AUSENTES
                            MOVE AU-EMP-ID TO
                                 AUSENTE-EMP-ID (TOTAL-AUSENTES)
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE AUSENCIAS-FILE.

       AUTORIZAR-APROBACION.
           MOVE "NO " TO APROBACION-OK.
           MOVE SPACES TO MOTIVO-JERARQUIA.
           IF NOT HAY-VINCULOS-OPERADOR
              IF ES-SUPERVISOR
                 SET APROBACION-AUTORIZADA TO TRUE
              ELSE
                 MOVE "LA APROBACION REQUIERE UN SUPERVISOR"
                      TO MOTIVO-JERARQUIA
              END-IF
           ELSE
              IF APROBADOR-EMP-ID = 0
                 MOVE "OPERADOR SIN EMPLEADO EN OPERADORES_EMP.DAT"
                      TO MOTIVO-JERARQUIA
              ELSE
                 IF APROBADOR-EMP-ID = JERARQUIA-EMP-ID
                    MOVE "NADIE APRUEBA LO SUYO PROPIO"
                         TO MOTIVO-JERARQUIA
                 ELSE
                    PERFORM RECORRER-CADENA
                 END-IF
              END-IF
           END-IF.

       RECORRER-CADENA.
           MOVE 0 TO NIVELES-JERARQUIA.
           MOVE "NO " TO FIN-DE-CADENA-SW.
           MOVE JERARQUIA-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "EMPLEADO QUE NO ESTA EN EL MAESTRO"
                        TO MOTIVO-JERARQUIA
                   SET FIN-DE-CADENA TO TRUE
               NOT INVALID KEY
                   IF EMP-JEFE = 0
                      SET FIN-DE-CADENA TO TRUE
                      IF ES-SUPERVISOR
                         SET APROBACION-AUTORIZADA TO TRUE
                      ELSE
                         MOVE "SIN JEFE EN FICHA, REQUIERE SUPERVISOR"
                              TO MOTIVO-JERARQUIA
                      END-IF
                   END-IF
           END-READ.
           PERFORM SUBIR-UN-NIVEL UNTIL FIN-DE-CADENA.

       SUBIR-UN-NIVEL.
      * EMPLOYEE-RECORD holds the last link read; its EMP-JEFE is the
      * next manager up.
           ADD 1 TO NIVELES-JERARQUIA.
           IF EMP-JEFE = 0 OR NIVELES-JERARQUIA > 20
              SET FIN-DE-CADENA TO TRUE
              MOVE "NO ES DE SU LINEA JERARQUICA" TO MOTIVO-JERARQUIA
           ELSE
              MOVE EMP-JEFE TO JEFE-EN-CURSO
              IF JEFE-EN-CURSO = APROBADOR-EMP-ID
                 SET APROBACION-AUTORIZADA TO TRUE
                 SET FIN-DE-CADENA TO TRUE
              ELSE
                 MOVE JEFE-EN-CURSO TO EMP-ID
                 READ EMPLOYEE-FILE
                     INVALID KEY
                         MOVE SPACES TO MOTIVO-JERARQUIA
                         STRING "JEFE " JEFE-EN-CURSO
                                " NO ESTA EN EL MAESTRO"
                                DELIMITED BY SIZE INTO MOTIVO-JERARQUIA
                         END-STRING
                         SET FIN-DE-CADENA TO TRUE
                     NOT INVALID KEY
                         PERFORM VER-SUPLENCIA
                 END-READ
              END-IF
           END-IF.

       VER-SUPLENCIA.
           IF EMP-SUPLENTE = APROBADOR-EMP-ID
              MOVE "NO " TO JEFE-AUSENTE-SW
              PERFORM VARYING SUB-AUSENTE FROM 1 BY 1
                      UNTIL SUB-AUSENTE > TOTAL-AUSENTES
                 IF AUSENTE-EMP-ID (SUB-AUSENTE) = JEFE-EN-CURSO
                    SET JEFE-ESTA-AUSENTE TO TRUE
                 END-IF
              END-PERFORM
              IF JEFE-ESTA-AUSENTE
                 SET APROBACION-AUTORIZADA TO TRUE
                 SET FIN-DE-CADENA TO TRUE
                 MOVE SPACES TO MOTIVO-JERARQUIA
                 STRING "COMO SUPLENTE DEL JEFE " JEFE-EN-CURSO
                        " (AUSENTE)" DELIMITED BY SIZE
                     INTO MOTIVO-JERARQUIA
                 END-STRING
              END-IF
           END-IF.
