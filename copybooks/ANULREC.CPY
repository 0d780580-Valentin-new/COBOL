      ******************************************************************
      * Shared layout for ANULACIONES_PAGO.DAT -- one line per bank
      * movement a voided payment caused, appended by ANULPAGO.cbl
      * and read back by RECONTRI.cbl so the bank leg of the three-way
      * tie still balances once a pay has been recalled or reissued.
      * AN-TIPO is R (recall of the transfer the run made, to the
      * account it went to) or E (the corrected reissue, to the
      * account on file when it was reissued). AN-EJECUCION is the
      * run the voided pay came from (N = normal pay, B = bonus run).
      * ANULPAGO regenerates the day's RETIRADA_BANCO.DAT and
      * PAGOS_REEMITIDOS.DAT from the lines carrying that AN-FECHA.
      * AN-REFERENCIA is the journal reference the movement posted
      * under in DIARIO_CONTABLE.DAT.
      ******************************************************************
       01 LINEA-ANULACION.
           05 AN-TIPO       PIC X(1).
              88 AN-ES-RETIRADA  VALUE "R".
              88 AN-ES-REEMISION VALUE "E".
           05 AN-EMP-ID     PIC 9(5).
           05 AN-PERIODO    PIC 9(6).
           05 AN-EMPRESA    PIC X(2).
           05 AN-EJECUCION  PIC X(1).
           05 AN-CUENTA     PIC X(34).
           05 AN-IMPORTE    PIC 9(10)V9(2).
           05 AN-FECHA      PIC 9(8).
           05 AN-OPERADOR   PIC X(8).
           05 AN-REFERENCIA PIC X(12).
