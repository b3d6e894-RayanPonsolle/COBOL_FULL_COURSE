      * history and one day's activity are direct positioned reads
      * instead of a front-to-back scan of audit.log and the
      * AUDIT.aaaamm archives. AIX-IMAGE carries the complete
      * AUDITREC line as written, AUD-TX-REF included ; a store
      * built while the image stopped short of it is rebuilt with
      * AuditIndexLoad.cbl.
      ******************************************************************
       01  AUDIT-IX-RECORD.
           05 AIX-SEQ PIC 9(8).
           05 AIX-NOM PIC X(20).
           05 AIX-DATE PIC 9(8).
           05 AIX-IMAGE PIC X(127).
