      * sandbox : OperSignon.cbl refuses their sign-on outside a
      * TrainingMode.cbl session until a supervisor releases the
      * flag in OperatorMaint.cbl. New operators start flagged.
      * OPER-HOURS-FROM / OPER-HOURS-TO (hhmm) are the operator's
      * declared working hours, set in OperatorMaint.cbl ; zero or
      * blank means none declared. AccessReview.cbl flags record
      * lookups made outside them.
      * OPER-MASK-PROFILE is the display profile : "M" shows the
      * telephone, e-mail, birth date and street line only in part
      * (PersonMask.cbl) until the operator unmasks one record with
      * a reason, "C" shows them in clear. Blank follows the level :
      * masked for "O", clear for "S". New regular operators start
      * masked.
      * OPER-BRANCH-SCOPE keeps a branch operator to the records
      * carrying that BRANCH-CODE (BranchScope.cbl) : lookups,
      * corrections, letters and extracts leave the others out, and
      * the records they create are stamped with it. Blank - every
      * operator on file before the field - sees the whole country.
      * OPER-BRANCH-CENTRAL "C" lets a scoped operator also reach
      * the central-desk records, those with no branch code.
      ******************************************************************
       01  OPERATOR-RECORD.
           05 OPER-ID PIC X(8).
           05 OPER-FAIL-COUNT PIC 9(2).
           05 OPER-LOCKED PIC X.
           05 OPER-TRAINING PIC X.
           05 OPER-HOURS-FROM PIC 9(4).
           05 OPER-HOURS-TO PIC 9(4).
           05 OPER-MASK-PROFILE PIC X.
           05 OPER-BRANCH-SCOPE PIC X(8).
           05 OPER-BRANCH-CENTRAL PIC X.
