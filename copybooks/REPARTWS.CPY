      ******************************************************************
      * Shared working storage for the labor-cost allocation
      * (REPARTPR procedure copybook). CARGAR-REPARTOS loads the
      * valid lines of REPARTO_COSTES.DAT into TABLA-REPARTOS; MOVE
      * the employee to REPARTO-EMP-ID and the period to
      * REPARTO-PERIODO and PERFORM BUSCAR-REPARTO -- HAY-REPARTO
      * comes back on with the split in force in TABLA-PARTES. MOVE
      * an amount to IMPORTE-A-REPARTIR and PERFORM REPARTIR-IMPORTE
      * to get each department's share in PT-IMPORTE; the last share
      * takes the rounding, so the shares always add up to the
      * amount. The host program declares REPARTO-FILE (COPY
      * REPARTO) and DEPTO-FILE (COPY DEPREC, status in
      * DEPTO-MAESTRO-STATUS).
      ******************************************************************
       01 REPARTO-STATUS PIC X(2).
       01 TOTAL-REPARTOS PIC 9(3) VALUE 0.
       01 TABLA-REPARTOS.
           05 REPARTO-EMP OCCURS 300 TIMES.
              10 TRP-EMP-ID PIC 9(5).
              10 TRP-DESDE  PIC 9(6).
              10 TRP-TRAMO OCCURS 5 TIMES.
                 15 TRP-DEPTO      PIC X(4).
                 15 TRP-PORCENTAJE PIC 9(3)V9(2).
       01 SUB-REPARTO PIC 9(3).
       01 SUB-TRAMO-REP PIC 9(1).
       01 REPARTOS-RECHAZADOS PIC 9(3) VALUE 0.
       01 SUMA-PORCENTAJE-REP PIC 9(4)V9(2).
       01 MOTIVO-REPARTO PIC X(34).
      * Without the department master nothing but the 100% total is
      * checked, as with every other department validation.
       01 MAESTRO-DEPTOS-REP PIC X(3) VALUE "NO ".
           88 HAY-MAESTRO-DEPTOS-REP VALUE "SI ".
       01 REPARTO-EMP-ID PIC 9(5).
       01 REPARTO-PERIODO PIC 9(6).
       01 REPARTO-HALLADO PIC X(3) VALUE "NO ".
           88 HAY-REPARTO VALUE "SI ".
       01 REPARTO-ELEGIDO PIC 9(3).
       01 TOTAL-PARTES PIC 9(1) VALUE 0.
       01 TABLA-PARTES.
           05 PARTE OCCURS 5 TIMES.
              10 PT-DEPTO      PIC X(4).
              10 PT-PORCENTAJE PIC 9(3)V9(2).
              10 PT-IMPORTE    PIC S9(12)V9(2).
       01 SUB-PARTE PIC 9(1).
       01 IMPORTE-A-REPARTIR PIC S9(12)V9(2).
       01 IMPORTE-REPARTIDO PIC S9(12)V9(2).
