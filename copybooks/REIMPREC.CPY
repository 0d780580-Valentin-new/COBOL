      ******************************************************************
      * Shared layout for REIMPRESION_PENDIENTE.DAT -- one line per
      * payslip the mail gateway could not deliver, appended by
      * ACUSEBOL.cbl from the gateway's delivery receipts, or that an
      * employee asked for from AUTOSERV.cbl's self-service, and
      * consumed by BOLREIMP.cbl's list mode, which prints a paper
      * duplicate of each and leaves behind only the lines it could
      * not print.
      * RP-PERIODO is the pay period (AAAAMM), RP-TIPO the run whose
      * slip it is (N = normal pay, B = bonus run) -- the same three
      * answers BOLREIMP asks for one slip at a time.
      * RP-MOTIVO says why it is on paper: REBOTADO (the address
      * bounced), DIFERIDO (the gateway still retrying days later)
      * or SIN ACUSE (dispatched, and no receipt ever came back) --
      * or SOLICITUD, the employee requested the duplicate.
      ******************************************************************
       01 LINEA-REIMPRESION-PEND.
           05 RP-EMP-ID   PIC 9(5).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 RP-PERIODO  PIC 9(6).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 RP-TIPO     PIC X(1).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 RP-MOTIVO   PIC X(9).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 RP-FECHA    PIC 9(8).
