      ******************************************************************
      * Shared working storage for approval routing along the
      * reporting line (JERARQPR procedure copybook). After the
      * sign-on, PERFORM CARGAR-JERARQUIA once: it finds the signed-on
      * operator's employee in OPERADORES_EMP.DAT (APROBADOR-EMP-ID)
      * and the managers away on an approved absence this month.
      * Then MOVE the employee a pending item belongs to to
      * JERARQUIA-EMP-ID and PERFORM AUTORIZAR-APROBACION with
      * EMPLOYEE-FILE open -- APROBACION-AUTORIZADA comes back on
      * only for a manager up that employee's chain, or the named
      * deputy of one who is absent; MOTIVO-JERARQUIA says why not
      * (or, on a deputy's release, whose place is being taken).
      * The host declares OPEREMP-FILE (COPY OPEREMP), EMPLOYEE-FILE
      * (COPY EMPREC) and AUSENCIAS-FILE over AU-EMP-ID, AU-PERIODO
      * and AU-ESTADO with AUSENCIAS-STATUS, plus the SIGNON fields.
      ******************************************************************
       01 OPEREMP-STATUS PIC X(2).
      * Without OPERADORES_EMP.DAT no operator is tied to anyone and
      * the former rule stands: any supervisor releases.
       01 VINCULOS-OPERADOR PIC X(3) VALUE "NO ".
           88 HAY-VINCULOS-OPERADOR VALUE "SI ".
       01 APROBADOR-EMP-ID PIC 9(5) VALUE 0.
       01 FIN-DE-VINCULOS PIC X(3) VALUE "NO ".
           88 HAY-FIN-DE-VINCULOS VALUE "SI ".
       01 FECHA-JERARQUIA PIC 9(8).
       01 PERIODO-JERARQUIA PIC 9(6).
       01 TOTAL-AUSENTES PIC 9(3) VALUE 0.
       01 TABLA-AUSENTES.
           05 AUSENTE-EMP-ID OCCURS 300 TIMES PIC 9(5).
       01 SUB-AUSENTE PIC 9(3).
       01 JERARQUIA-EMP-ID PIC 9(5).
       01 JEFE-EN-CURSO PIC 9(5).
      * A chain longer than this is a loop keyed around EMPMANT's
      * check -- the walk stops rather than spin.
       01 NIVELES-JERARQUIA PIC 9(2).
       01 FIN-DE-CADENA-SW PIC X(3) VALUE "NO ".
           88 FIN-DE-CADENA VALUE "SI ".
       01 JEFE-AUSENTE-SW PIC X(3) VALUE "NO ".
           88 JEFE-ESTA-AUSENTE VALUE "SI ".
       01 APROBACION-OK PIC X(3) VALUE "NO ".
           88 APROBACION-AUTORIZADA VALUE "SI ".
       01 MOTIVO-JERARQUIA PIC X(44).
