      * Bank account the net pay is transferred to -- a blank account
      * keeps the employee off the PAGOS_BANCO.DAT upload and flags
      * the run so the trailer mismatch is explained.
           05 EMP-CUENTA-BANCO PIC X(34).
      * Department / cost-center the employee's cost is reported
      * under in the per-run distribution report.
           05 EMP-DEPTO PIC X(4).
      * mispayment is structurally impossible. Spaces (records from
      * before the field) read as company "01".
           05 EMP-EMPRESA PIC X(2).
      * Authorized position (PUESTOS.DAT) the employee fills -- kept
      * after a baja as the last one held, spaces on records from
      * before position control.
           05 EMP-PUESTO PIC X(6).
      * Reporting line: EMP-JEFE is the employee's direct manager and
      * EMP-SUPLENTE the deputy who approves for THIS employee's
      * reports while this employee is away on an approved absence.
      * Zero is none (records from before the hierarchy).
           05 EMP-JEFE     PIC 9(5).
           05 EMP-SUPLENTE PIC 9(5).
