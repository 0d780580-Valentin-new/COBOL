      ******************************************************************
      * Shared working storage for the IBAN check on a bank account
      * field: MOVE the account to IBAN-A-VALIDAR and PERFORM
      * VALIDAR-IBAN (IBANPR procedure copybook). ES-IBAN-VALIDO
      * comes back on when the account is two country letters, two
      * check digits and an alphanumeric remainder, 15 characters at
      * least, with no embedded blanks, exactly as long as an IBAN of
      * that country is (IBAN-PAISES; a country not listed there is
      * only held to the 15-34 range), and the ISO 13616 mod-97 of
      * the rearranged string is 1; otherwise IBAN-MOTIVO says why.
      * The account fields on file are 34 characters, the longest
      * IBAN the standard allows. A blank account is the caller's
      * business (a missing account, not a wrong one).
      ******************************************************************
       01 IBAN-A-VALIDAR PIC X(34).
       01 IBAN-OK PIC X(3) VALUE "NO ".
           88 ES-IBAN-VALIDO VALUE "SI ".
       01 IBAN-MOTIVO PIC X(32).
       01 IBAN-LARGO PIC 9(2).
       01 IBAN-POS PIC 9(2).
       01 IBAN-CARACTER PIC X(1).
       01 IBAN-VALOR PIC 9(2).
       01 IBAN-RESTO PIC 9(5).
       01 IBAN-COCIENTE PIC 9(5).
      * Position in this string less one is the digit or letter's
      * value in the check (A = 10 ... Z = 35).
       01 IBAN-ALFABETO PIC X(36)
          VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 IBAN-ALFABETO-R REDEFINES IBAN-ALFABETO.
           05 IBAN-SIMBOLO OCCURS 36 TIMES PIC X(1).
       01 IBAN-SUB-SIMBOLO PIC 9(2).
      * IBAN length per country of the SEPA area: two letters and
      * the two-digit length, four characters per country.
       01 IBAN-PAISES.
           05 FILLER PIC X(48) VALUE
              "AD24AT20BE16BG22CH21CY28CZ24DE22DK18EE20ES24FI18".
           05 FILLER PIC X(48) VALUE
              "FR27GB22GI23GR27HR21HU28IE22IS26IT27LI21LT20LU20".
           05 FILLER PIC X(48) VALUE
              "LV21MC27MT31NL18NO15PL28PT25RO24SE24SI19SK24SM27".
       01 IBAN-PAISES-R REDEFINES IBAN-PAISES.
           05 IBAN-PAIS OCCURS 36 TIMES.
              10 IBAN-PAIS-CODIGO PIC X(2).
              10 IBAN-PAIS-LARGO  PIC 9(2).
       01 IBAN-SUB-PAIS PIC 9(2).
       01 IBAN-LARGO-PAIS PIC 9(2).
