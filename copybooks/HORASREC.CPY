      ******************************************************************
      * Shared layout for HORAS_MES.DAT -- one line per hourly
      * employee per month, written by FICHAJES.cbl from the audited
      * punches and priced by the pay run at EMP-SALARIO (the hourly
      * rate). HM-HORAS is every hour worked; the premium fields say
      * how many of those same hours fell at night, on a weekend or
      * on a public holiday -- a subset, not extra hours -- so the
      * run adds only each category's uplift from
      * PRIMAS_HORARIAS.DAT on top. A hand-typed line that stops
      * after HM-HORAS is read as no premium hours.
      ******************************************************************
       01  HORAS-RECORD.
           05 HM-EMP-ID        PIC 9(5).
           05 HM-HORAS         PIC 9(3)V9(2).
           05 HM-HORAS-PRIMA   PIC 9(3)V9(2) OCCURS 3 TIMES.
