      ******************************************************************
      * Shared working storage for the position control (PUESTOPR
      * procedure copybook). MOVE the position to PUESTO-VALIDAR, the
      * employee's department to PUESTO-DEPTO and the employee to
      * PUESTO-EMP-ID and PERFORM VALIDAR-PUESTO -- PUESTO-ES-VALIDO
      * comes back on, or off with the reason in MOTIVO-PUESTO.
      * OCUPAR-PUESTO and LIBERAR-PUESTO then mark the position filled
      * by / freed from PUESTO-EMP-ID. The host program declares
      * PUESTO-FILE (COPY PUESTO) indexed on PU-ID, NOT optional: a
      * missing PUESTOS.DAT must never be created by an update.
      ******************************************************************
       01 PUESTO-STATUS PIC X(2).
       01 PUESTO-VALIDAR PIC X(6).
       01 PUESTO-DEPTO PIC X(4).
       01 PUESTO-EMP-ID PIC 9(5).
       01 PUESTO-OK PIC X(3) VALUE "NO ".
           88 PUESTO-ES-VALIDO VALUE "SI ".
       01 MOTIVO-PUESTO PIC X(44).
      * Without PUESTOS.DAT (installations from before PUESMANT.cbl)
      * no position is asked for and every hire passes as it always
      * did.
       01 MAESTRO-PUESTOS PIC X(3) VALUE "NO ".
           88 HAY-MAESTRO-PUESTOS VALUE "SI ".
