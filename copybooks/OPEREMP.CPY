      ******************************************************************
      * Shared record layout for OPERADORES_EMP.DAT -- one line per
      * operator code of operators.txt, naming the employee (EMP-ID)
      * behind it: "<code> <emp-id>". It is what lets an approval
      * screen know whose manager is signed on, and that nobody is
      * releasing their own absence, adjustment or raise.
      ******************************************************************
       01 OPEREMP-RECORD.
           05 OE-CODIGO PIC X(8).
           05 FILLER    PIC X(1).
           05 OE-EMP-ID PIC 9(5).
