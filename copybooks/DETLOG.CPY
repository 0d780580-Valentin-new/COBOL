      * NETO" is answerable from data instead of re-calculation.
      * LD-CONCEPTO says which component the amount is:
      *   BRUTO    the gross the retention was applied to
      *   PRIMA    hourly night/weekend/holiday premium inside
      *            that gross (category in LD-CODIGO)
      *   BAJAENF  sick-pay band reduction, negative (band
      *            percentage and days x10 in LD-CODIGO)
      *   COMPLEM  recurring allowance (code, then taxable and
      *            contributable flags S/N in LD-CODIGO); taxable
      *            ones are inside BRUTO, exempt ones on top of it
      *   IMPUESTO the withholding actually taken (in the month
      *            that settles a cumulative year, the month's own
      *            bracket figure only)
      *   REGULARI that year-end true-up, signed (negative = given
      *            back); IMPUESTO plus REGULARI is what was taken
      *   DEDUC    one line per deduction code (code in LD-CODIGO)
      *   ATRASO   arrears net paid (original period in LD-CODIGO)
      *   AJUSTE   signed correction (reason code in LD-CODIGO)
      *   NETO     the take-home figure the bank file carries
      * CONSULTA.cbl, REGPAGOS.cbl, CERTANUAL.cbl and VARIAPER.cbl
      * read these back.
      * ANULPAGO.cbl appends a voided pay's block again, every amount
      * negated, under LD-PROGRAMA ANULACION (ANUL-BONO for the bonus
      * run), and a reissue's under REEMISION (REEM-BONO).
      ******************************************************************
       01 LINEA-HIST-DET.
           05 LD-PROGRAMA PIC X(12).
