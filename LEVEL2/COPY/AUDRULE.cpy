      ******************************************************************
      * Name : AUDRULE.cpy
      * Author: RayanPonsolle
      * Shared record layout for audit_rules.txt, the thresholds of
      * the nightly anomaly scan over the audit trail
      * (AuditAnomaly.cbl). One line per rule :
      * ARL-CODE    the rule
      *   DELSTA  deletes and STATUT changes by one operator in the
      *           day, more than ARL-LIMIT (default 20)
      *   FREQPE  one person changed more than ARL-LIMIT times
      *           (default 5) over the last ARL-WINDOW days
      *           (default 7), the scanned day included
      *   HORAIR  activity outside the operator's declared hours,
      *           more than ARL-LIMIT records (default 0) with
      *           ARL-WINDOW minutes of tolerance each side
      *           (default 15)
      *   AUTOAP  a maker-checker approval given under the maker's
      *           own ID, or less than ARL-LIMIT seconds (default
      *           60) after the item was keyed
      *   ECHECS  sign-on failures from one session on more than
      *           ARL-LIMIT distinct operator IDs (default 2)
      * ARL-ACTIVE  O the rule runs, N it is switched off
      * ARL-LIMIT   the threshold, as above
      * ARL-WINDOW  days or minutes, as above ; unused elsewhere
      * ARL-LABEL   free text printed with the rule
      * A line starting with "*" is a comment. A rule the file does
      * not mention, or no file at all, runs on its defaults.
      ******************************************************************
       01  AUDIT-RULE-RECORD.
           05 ARL-CODE PIC X(6).
           05 ARL-ACTIVE PIC X.
               88 RULE-ACTIVE VALUE "O".
               88 RULE-OFF VALUE "N".
           05 ARL-LIMIT PIC 9(4).
           05 ARL-WINDOW PIC 9(4).
           05 ARL-LABEL PIC X(40).
