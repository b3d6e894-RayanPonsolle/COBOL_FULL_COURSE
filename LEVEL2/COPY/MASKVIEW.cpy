      ******************************************************************
      * Name : MASKVIEW.cpy
      * Author: RayanPonsolle
      * Display view of a person's contact details, filled by
      * PersonMask.cbl from the record and the running operator's
      * display profile (OPER-MASK-PROFILE in operators.dat). The
      * caller sets MSK-UNMASK to "Y" once the operator has unmasked
      * this one record with a reason ; PersonMask returns the
      * profile applied in MSK-PROFILE ("M" masked, "C" clear) and
      * the values to show or print : telephone as 06 ** ** ** 12,
      * e-mail as j***@..., birth date reduced to the year, both
      * address lines and the postal code hidden. The town (VILLE)
      * stays in clear - it is desk information.
      ******************************************************************
       01  MASK-VIEW.
           05 MSK-UNMASK PIC X.
           05 MSK-PROFILE PIC X.
           05 MSK-TELEPHONE PIC X(14).
           05 MSK-EMAIL PIC X(40).
           05 MSK-NAISSANCE PIC X(8).
           05 MSK-ADR-LIGNE-1 PIC X(30).
           05 MSK-ADR-LIGNE-2 PIC X(30).
           05 MSK-CODE-POSTAL PIC X(5).
