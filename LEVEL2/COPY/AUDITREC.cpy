      * archives to prove it unbroken. Lines written before the
      * fields existed read back blank and are accepted only as a
      * prefix of the log.
      * AUD-TX-REF carries the reference of the overnight transaction
      * that made the change (BatchTransactions.cbl, person-number
      * format). On an approval written by ApprovePending.cbl it
      * carries instead the time the maker keyed the item
      * (aammjjhhmmss), so AuditAnomaly.cbl can see an approval
      * given within seconds ; it is blank everywhere else. It sits
      * after the chain fields so older lines keep their check
      * values ; when present it is folded into AUD-CHAIN all the
      * same.
      ******************************************************************
       01  AUDIT-RECORD.
           05 AUD-OPERATOR-ID PIC X(8).
           05 AUD-CHECKER-ID PIC X(8).
           05 AUD-SEQ-NO PIC 9(6).
           05 AUD-CHAIN PIC 9(8).
           05 AUD-TX-REF PIC X(12).
