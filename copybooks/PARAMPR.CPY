      ******************************************************************
      * Shared load and selection of the statutory value sets in
      * PARAMETROS_LEGALES.DAT. PERFORM CARGAR-PARAMETROS-LEGALES once
      * at program start; then, for every period to be priced, MOVE
      * the period to PERIODO-PARAMETROS and PERFORM
      * APLICAR-PARAMETROS-PERIODO. The set in force is the one with
      * the latest PL-VIGENCIA not after the period; its values
      * overwrite the host's TG-GRADO/TG-TASA, TI-LIMITE/TI-TASA,
      * SALARIO-MAXIMO, NETO-MINIMO-PROTEGIDO and HORAS-LIMITE-MES,
      * and its withholding mode lands in MODO-RETENCION.
      * No file, or no set yet in force for the period, leaves the
      * host's built-in values untouched and HAY-PARAMETROS-VIGENTES
      * off -- so the host must reset its defaults itself before each
      * call when it prices several periods in one pass. The host
      * provides PARAMETROS-FILE (record PIC X(143)) and the PARAMLEG
      * copybook fields.
      ******************************************************************
       CARGAR-PARAMETROS-LEGALES.
           MOVE 0 TO TOTAL-PARAMETROS.
           MOVE "NO " TO ARCHIVO-PARAMETROS.
           MOVE "NO " TO PARAMETROS-DESBORDADOS.
           MOVE "NO " TO FIN-DE-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF PARAMETROS-STATUS = "00"
              SET HAY-ARCHIVO-PARAMETROS TO TRUE
           ELSE
              MOVE "SI " TO FIN-DE-PARAMETROS
           END-IF.
           PERFORM LEER-UN-PARAMETRO UNTIL HAY-FIN-DE-PARAMETROS.
           CLOSE PARAMETROS-FILE.

       LEER-UN-PARAMETRO.
           READ PARAMETROS-FILE INTO LINEA-PARAMETROS
               AT END
                   MOVE "SI " TO FIN-DE-PARAMETROS
               NOT AT END
                   IF TOTAL-PARAMETROS < 60
                      ADD 1 TO TOTAL-PARAMETROS
                      MOVE PL-VIGENCIA TO
                           TPL-VIGENCIA (TOTAL-PARAMETROS)
                      MOVE LINEA-PARAMETROS TO
                           TPL-LINEA (TOTAL-PARAMETROS)
                   ELSE
                      SET HAY-PARAMETROS-DESBORDADOS TO TRUE
                      DISPLAY "AVISO: LIMITE DE 60 JUEGOS DE "
                              "PARAMETROS ALCANZADO, VIGENCIA "
                              PL-VIGENCIA " NO SE CARGA"
                   END-IF
           END-READ.

       APLICAR-PARAMETROS-PERIODO.
           MOVE "NO " TO PARAMETROS-OK.
           MOVE 0 TO VIGENCIA-APLICADA.
           MOVE 0 TO SUB-PARAM-ELEGIDO.
           PERFORM VARYING SUB-PARAMETRO FROM 1 BY 1
                   UNTIL SUB-PARAMETRO > TOTAL-PARAMETROS
              IF TPL-VIGENCIA (SUB-PARAMETRO) NOT > PERIODO-PARAMETROS
                 AND TPL-VIGENCIA (SUB-PARAMETRO)
                     NOT < VIGENCIA-APLICADA
                 MOVE TPL-VIGENCIA (SUB-PARAMETRO) TO VIGENCIA-APLICADA
                 MOVE SUB-PARAMETRO TO SUB-PARAM-ELEGIDO
              END-IF
           END-PERFORM.
           IF SUB-PARAM-ELEGIDO > 0
              SET HAY-PARAMETROS-VIGENTES TO TRUE
              MOVE TPL-LINEA (SUB-PARAM-ELEGIDO) TO LINEA-PARAMETROS
              MOVE PL-SALARIO-MAXIMO TO SALARIO-MAXIMO
              MOVE PL-NETO-MINIMO TO NETO-MINIMO-PROTEGIDO
              MOVE PL-HORAS-LIMITE TO HORAS-LIMITE-MES
              IF PL-RETENCION-ACUMULADA
                 MOVE "A" TO MODO-RETENCION
              ELSE
                 MOVE "M" TO MODO-RETENCION
              END-IF
              PERFORM VARYING SUB-PARAM-TRAMO FROM 1 BY 1
                      UNTIL SUB-PARAM-TRAMO > 4
                 MOVE PL-TI-LIMITE (SUB-PARAM-TRAMO)
                      TO TI-LIMITE (SUB-PARAM-TRAMO)
                 MOVE PL-TI-TASA (SUB-PARAM-TRAMO)
                      TO TI-TASA (SUB-PARAM-TRAMO)
              END-PERFORM
              PERFORM VARYING SUB-PARAM-GRADO FROM 1 BY 1
                      UNTIL SUB-PARAM-GRADO > 5
                 MOVE PL-TG-GRADO (SUB-PARAM-GRADO)
                      TO TG-GRADO (SUB-PARAM-GRADO)
                 MOVE PL-TG-TASA (SUB-PARAM-GRADO)
                      TO TG-TASA (SUB-PARAM-GRADO)
              END-PERFORM
           END-IF.
