      ******************************************************************
      * Shared record layout for INSCRIPCIONES_BENEFICIOS.DAT -- one
      * line per employee enrolment in a PLANES_BENEFICIOS.DAT plan
      * and tier, kept by BENMANT.cbl. The enrolment is charged for
      * the periods IB-DESDE through IB-HASTA (999999 = open); a
      * change closes the old line the period before the new one
      * starts, so the file is the enrolment history as well.
      ******************************************************************
       01 INSCRIPCION-BEN-RECORD.
           05 IB-EMP-ID        PIC 9(5).
           05 IB-PLAN          PIC X(4).
           05 IB-NIVEL         PIC X(1).
           05 IB-DEPENDIENTES  PIC 9(2).
           05 IB-DESDE         PIC 9(6).
           05 IB-HASTA         PIC 9(6).
      * Why the line could be keyed: VENT (the open-enrolment
      * window) or the qualifying event -- ALTA new hire, MATR
      * marriage, NACI birth or adoption, DIVO divorce, DEFU death
      * of a dependant, PERD loss of other cover.
           05 IB-MOTIVO        PIC X(4).
           05 IB-FECHA-EVENTO  PIC 9(8).
           05 IB-FECHA-ALTA    PIC 9(8).
           05 IB-OPERADOR      PIC X(8).
