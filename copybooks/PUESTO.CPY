      ******************************************************************
      * Shared record layout for PUESTOS.DAT, the position master
      * keyed by PU-ID -- maintained by PUESMANT.cbl. Every hire goes
      * into one authorized position: ALTA-EMPLEADO, the
      * NOMINA_LOTE.DAT edit and EMPMANT refuse a frozen position or
      * one another employee already holds, and VACANTES.cbl reports
      * authorized against filled per department.
      ******************************************************************
       01 PUESTO-RECORD.
           05 PU-ID       PIC X(6).
           05 PU-TITULO   PIC X(30).
           05 PU-DEPTO    PIC X(4).
           05 PU-GRADO    PIC X(2).
      * Budgeted full-time equivalent -- 1.00 a full post, 0.50 half.
           05 PU-FTE      PIC 9V9(2).
      * "V" vacant and open to a hire, "O" filled by PU-EMP-ID, "C"
      * frozen (kept for history, refuses hires, not authorized).
           05 PU-ESTADO   PIC X(1).
              88 PU-VACANTE   VALUE "V".
              88 PU-OCUPADO   VALUE "O".
              88 PU-CONGELADO VALUE "C".
           05 PU-EMP-ID   PIC 9(5).
