      ******************************************************************
      * Shared record layout for EMBARGOS.DAT, one line per court
      * garnishment order -- kept by EMBMANT.cbl and worked off by the
      * pay run, which takes the seizable part of each period's net
      * under the statutory scale, shares it among an employee's open
      * orders by EM-PRIORIDAD (lowest number first), adds it to
      * EM-PAGADO and closes the order when the debt is covered.
      * EM-ULT-PERIODO/EM-ULT-EMPRESA/EM-ULT-IMPORTE hold what the
      * latest period retained -- the remittance to each court and
      * creditor is listed from them.
      ******************************************************************
       01 EMBARGO-RECORD.
           05 EM-EMP-ID       PIC 9(5).
           05 EM-REFERENCIA   PIC X(20).
           05 EM-JUZGADO      PIC X(30).
           05 EM-ACREEDOR     PIC X(30).
      * Where the court wants the money: the consignment account.
           05 EM-CUENTA       PIC X(20).
           05 EM-DEUDA        PIC 9(8)V9(2).
           05 EM-PAGADO       PIC 9(8)V9(2).
           05 EM-FECHA-INICIO PIC 9(8).
           05 EM-PRIORIDAD    PIC 9(2).
      * "A" retains, "S" is suspended by the court and skipped, "C"
      * is settled or lifted -- kept on file for the statement.
           05 EM-ESTADO       PIC X(1).
              88 EM-ACTIVO     VALUE "A".
              88 EM-SUSPENDIDO VALUE "S".
              88 EM-CERRADO    VALUE "C".
           05 EM-ULT-PERIODO  PIC 9(6).
           05 EM-ULT-IMPORTE  PIC 9(8)V9(2).
           05 EM-ULT-EMPRESA  PIC X(2).
