      ******************************************************************
      * Shared layout for PARAMETROS_LEGALES.DAT -- one line per
      * statutory value set, in force from PL-VIGENCIA (AAAAMM) until
      * the first later set takes over. A period is always priced
      * with the set whose PL-VIGENCIA is the latest one not after
      * it, so a retro re-price of an old month still finds that
      * month's brackets. Kept by PARMANT.cbl; the host declares
      * PARAMETROS-FILE over a PIC X(143) record and READs INTO
      * LINEA-PARAMETROS. Paired with the PARAMPR procedure copybook.
      *   PL-SALARIO-MAXIMO  ceiling on any keyed monthly salary
      *   PL-NETO-MINIMO     protected net deductions may not cross
      *   PL-HORAS-LIMITE    monthly hours before the overtime factor
      *   PL-TRAMO           withholding brackets, ascending limits,
      *                      the last one open-ended
      *   PL-GRADO           raise rate per grade, ascending grades
      *                      (the run SEARCHes them ALL)
      *   PL-MODO-RETENCION  "A" withholds on the projected annual
      *                      figure and regularizes in December;
      *                      "M" or spaces taxes each month on its own
      ******************************************************************
       01 LINEA-PARAMETROS.
           05 PL-VIGENCIA       PIC 9(6).
           05 PL-SALARIO-MAXIMO PIC 9(5)V9(2).
           05 PL-NETO-MINIMO    PIC 9(5)V9(2).
           05 PL-HORAS-LIMITE   PIC 9(3).
           05 PL-TRAMO OCCURS 4 TIMES.
              10 PL-TI-LIMITE   PIC 9(10)V9(2).
              10 PL-TI-TASA     PIC 9V9(4).
           05 PL-GRADO OCCURS 5 TIMES.
              10 PL-TG-GRADO    PIC X(2).
              10 PL-TG-TASA     PIC 9V9(4).
      * Who keyed the set and when -- the set itself is the audit.
           05 PL-OPERADOR       PIC X(8).
           05 PL-FECHA          PIC 9(8).
      * Added after the audit stamp so lines keyed before the field
      * read as spaces -- the classic month-by-month withholding.
           05 PL-MODO-RETENCION PIC X(1).
              88 PL-RETENCION-ACUMULADA VALUE "A".
       01 PARAMETROS-STATUS PIC X(2).
      * Withholding mode of the set in force -- "M" until a set
      * saying otherwise is applied.
       01 MODO-RETENCION PIC X(1) VALUE "M".
           88 RETENCION-ACUMULADA VALUE "A".
      * Every set on file, in file order; APLICAR-PARAMETROS-PERIODO
      * picks the one in force for PERIODO-PARAMETROS.
       01 TOTAL-PARAMETROS PIC 9(3) VALUE 0.
       01 TABLA-PARAMETROS.
           05 TPL-ENTRADA OCCURS 60 TIMES.
              10 TPL-VIGENCIA PIC 9(6).
              10 TPL-LINEA    PIC X(143).
       01 SUB-PARAMETRO PIC 9(3).
       01 SUB-PARAM-ELEGIDO PIC 9(3).
       01 SUB-PARAM-TRAMO PIC 9(1).
       01 SUB-PARAM-GRADO PIC 9(1).
       01 PERIODO-PARAMETROS PIC 9(6).
       01 VIGENCIA-APLICADA PIC 9(6) VALUE 0.
       01 FIN-DE-PARAMETROS PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-PARAMETROS VALUE "SI ".
       01 PARAMETROS-OK PIC X(3) VALUE "NO ".
           88 HAY-PARAMETROS-VIGENTES VALUE "SI ".
       01 ARCHIVO-PARAMETROS PIC X(3) VALUE "NO ".
           88 HAY-ARCHIVO-PARAMETROS VALUE "SI ".
      * Set when the file held more sets than the table -- a program
      * that rewrites the file must refuse to, or the tail is lost.
       01 PARAMETROS-DESBORDADOS PIC X(3) VALUE "NO ".
           88 HAY-PARAMETROS-DESBORDADOS VALUE "SI ".
