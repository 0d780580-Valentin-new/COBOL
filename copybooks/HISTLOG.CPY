      * LH-PERIODO is the pay period (AAAAMM) the entry belongs to.
      * LH-DEPTO is the employee's department at the time of the run
      * (spaces on BETA entries, which carry no department).
      * The amounts are unsigned: a pay voided by ANULPAGO.cbl is
      * repeated under LH-PROGRAMA ANULACION (ANUL-BONO), which counts
      * against it, and its reissue under REEMISION (REEM-BONO).
      ******************************************************************
       01 LINEA-HIST-PAGOS.
           05 LH-PROGRAMA    PIC X(12).
