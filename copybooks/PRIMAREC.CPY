      ******************************************************************
      * Shared layout for PRIMAS_HORARIAS.DAT, the hand-kept premium
      * rate table -- one line per category:
      *   NOCT  night work, PH-DESDE..PH-HASTA (HHMM, may wrap past
      *         midnight, e.g. 2200-0600)
      *   FSEM  Saturday and Sunday
      *   FEST  the public holidays in CALENDARIO_LABORAL.DAT
      * PH-FACTOR is the multiplier on the hourly rate (1.25 pays a
      * quarter more); 1.00 switches the category off. The hosts
      * keep built-in factors for a category with no line, and a
      * minute that qualifies twice goes to the higher factor.
      * FICHAJES.cbl classifies the punches with it, FACTURACION.cbl
      * prices the HORAS_MES.DAT premium hours with it.
      ******************************************************************
       01  PRIMA-HORARIA-RECORD.
           05 PH-CATEGORIA PIC X(4).
           05 PH-FACTOR    PIC 9V9(2).
           05 PH-DESDE     PIC 9(4).
           05 PH-HASTA     PIC 9(4).
