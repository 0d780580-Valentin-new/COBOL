      ******************************************************************
      * Shared layout for BAJAS_ENF.LOG -- one line per sick-pay band
      * a pay applied to an ENF absence, appended by the run next to
      * the HISTORIAL_DETALLE.LOG lines of the same pay. BE-EPISODIO
      * is the episode's first sick day as AUSMANT.cbl keyed it (zero
      * for a line keyed without one, counted as its own episode);
      * BE-DIA-DESDE..BE-DIA-HASTA are the day numbers within the
      * episode this band covered. BE-PAGADO is what the employer
      * paid for those days at BE-PORCENTAJE of BE-BASE-DIARIA,
      * BE-DESCONTADO what came off the gross. When BE-RECUPERABLE is
      * "S" the payment is made on behalf of social security and
      * RECUPENF.cbl lists it as reclaimable.
      ******************************************************************
       01 LINEA-BAJA-ENF.
           05 BE-EMP-ID      PIC 9(5).
           05 BE-PERIODO     PIC 9(6).
           05 BE-EMPRESA     PIC X(2).
           05 BE-EPISODIO    PIC 9(8).
           05 BE-DIA-DESDE   PIC 9(3).
           05 BE-DIA-HASTA   PIC 9(3).
           05 BE-DIAS        PIC 9(3)V9(1).
           05 BE-PORCENTAJE  PIC 9(3).
           05 BE-RECUPERABLE PIC X(1).
           05 BE-BASE-DIARIA PIC 9(6)V9(2).
           05 BE-PAGADO      PIC 9(8)V9(2).
           05 BE-DESCONTADO  PIC 9(8)V9(2).
