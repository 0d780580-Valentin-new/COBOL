      ******************************************************************
      * Shared record layout for PLANES_BENEFICIOS.DAT, the benefit
      * plan catalogue kept by BENMANT.cbl -- one line per plan and
      * coverage tier, with what the employee and the company each
      * pay the provider a month for it. The pay run deducts the
      * employee share under the plan code and posts the company
      * share as its own cost; BENPROV.cbl bills the provider's
      * enrolled list from the same figures.
      * The plan code is also the deduction code the run posts and
      * the payslip shows, so it may not start with EMB, PEN or SS
      * (those rank as garnishment or statutory deductions).
      ******************************************************************
       01 PLAN-BENEFICIO-RECORD.
           05 PB-PLAN          PIC X(4).
      * Coverage tier: "I" the employee alone, "P" with partner,
      * "H" with children, "F" the whole family.
           05 PB-NIVEL         PIC X(1).
              88 PB-NIVEL-VALIDO VALUE "I" "P" "H" "F".
      * Plan type -- an employee holds at most one plan of each:
      * "S" health, "V" life cover, "C" meal card, "O" other.
           05 PB-TIPO          PIC X(1).
              88 PB-TIPO-VALIDO  VALUE "S" "V" "C" "O".
           05 PB-NOMBRE        PIC X(30).
           05 PB-PROVEEDOR     PIC X(30).
           05 PB-COSTE-EMPLEADO PIC 9(5)V9(2).
           05 PB-COSTE-EMPRESA PIC 9(5)V9(2).
      * "A" open to enrolment, "B" closed to new enrolments (those
      * already in keep being charged until their enrolment ends).
           05 PB-ESTADO        PIC X(1).
              88 PB-ABIERTO      VALUE "A".
              88 PB-CERRADO      VALUE "B".
