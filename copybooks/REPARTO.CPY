      ******************************************************************
      * Shared record layout for REPARTO_COSTES.DAT, the labor-cost
      * allocation of staff shared between departments -- one line
      * per employee and effective period: from RP-DESDE on, the
      * employee's cost is spread over up to five departments by
      * percentage (totalling 100, every code active in
      * DEPARTAMENTOS.DAT). A later line for the same employee takes
      * over from its own period. An employee with no line stays
      * wholly on EMP-DEPTO, which remains the home department for
      * everything but cost (headcount, validation, the pay line).
      ******************************************************************
       01 REPARTO-RECORD.
           05 RP-EMP-ID PIC 9(5).
           05 RP-DESDE  PIC 9(6).
      * Unused slots are left blank (or zero percentage).
           05 RP-TRAMO OCCURS 5 TIMES.
              10 RP-DEPTO      PIC X(4).
              10 RP-PORCENTAJE PIC 9(3)V9(2).
