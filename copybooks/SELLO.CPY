      ******************************************************************
      * Shared layout for SELLO_PAGOS.DAT -- the seal the pay run
      * leaves next to PAGOS_BANCO.DAT: who ran it, under which run
      * reference, the detail count and money, and a hash over every
      * line of the file folded with the reference and operator, so
      * an edit to any account or amount between the run and the
      * upload shows. LIBBANCO.cbl recomputes it, refuses a file that
      * no longer matches and, with a second signed-on supervisor,
      * marks it released (SP-ESTADO "L" with who and when);
      * RECONTRI.cbl reports whether the file on disk is still the
      * sealed one. Paired with the SELLOPR procedure copybook; the
      * host declares SELLO-FILE over a PIC X(102) record and
      * BANCO-FILE/BANCO-STATUS over PAGOS_BANCO.DAT.
      ******************************************************************
       01 LINEA-SELLO.
           05 SP-REFERENCIA PIC X(12).
           05 SP-EMPRESA    PIC X(2).
           05 SP-PERIODO    PIC 9(6).
           05 SP-OPERADOR   PIC X(8).
           05 SP-FECHA      PIC 9(8).
           05 SP-HORA       PIC 9(6).
           05 SP-REGISTROS  PIC 9(5).
           05 SP-TOTAL      PIC 9(12)V9(2).
           05 SP-HASH       PIC 9(18).
           05 SP-ESTADO     PIC X(1).
              88 SP-SELLADO  VALUE "S".
              88 SP-LIBERADO VALUE "L".
           05 SP-LIBERADOR  PIC X(8).
           05 SP-FECHA-LIB  PIC 9(8).
           05 SP-HORA-LIB   PIC 9(6).
       01 SELLO-STATUS PIC X(2).
      * ACCEPT FROM TIME gives hundredths too; the seal keeps HHMMSS.
       01 SELLO-HORA-SISTEMA.
           05 SELLO-HHMMSS PIC 9(6).
           05 FILLER       PIC 9(2).
      * What CALCULAR-SELLO-BANCO finds in the file on disk.
       01 SELLO-CALCULADO PIC 9(18).
       01 SELLO-REGISTROS PIC 9(5).
       01 SELLO-TOTAL PIC 9(12)V9(2).
       01 SELLO-ARCHIVO PIC X(3) VALUE "NO ".
           88 HAY-ARCHIVO-SELLABLE VALUE "SI ".
       01 SELLO-LINEA PIC X(54).
       01 SELLO-LINEA-DET REDEFINES SELLO-LINEA.
           05 SLD-TIPO   PIC X(1).
           05 SLD-EMP-ID PIC 9(5).
           05 SLD-CUENTA PIC X(34).
           05 SLD-NETO   PIC 9(10)V9(2).
           05 FILLER     PIC X(2).
      * Positions of SELLO-LINEA each line hashes: the first 40 for
      * the PIN and report seals, as they always were; the bank seal
      * takes the whole 54-byte upload line.
       01 SELLO-LARGO PIC 9(2) VALUE 40.
       01 SELLO-H1 PIC 9(12).
       01 SELLO-H2 PIC 9(12).
       01 SELLO-COCIENTE PIC 9(12).
       01 SELLO-VALOR PIC 9(3).
       01 SELLO-POS PIC 9(2).
       01 SELLO-SUB PIC 9(3).
       01 SELLO-FIN PIC X(3).
           88 HAY-FIN-SELLO VALUE "SI ".
      * Every printable character; its position is its value in the
      * hash, anything else counts as 99.
       01 SELLO-ALFABETO.
           05 FILLER PIC X(48) VALUE
              " !""#$%&'()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMNO".
           05 FILLER PIC X(47) VALUE
              "PQRSTUVWXYZ[\]^_`abcdefghijklmnopqrstuvwxyz{|}~".
       01 SELLO-ALFABETO-R REDEFINES SELLO-ALFABETO.
           05 SELLO-SIMBOLO OCCURS 95 TIMES PIC X(1).
