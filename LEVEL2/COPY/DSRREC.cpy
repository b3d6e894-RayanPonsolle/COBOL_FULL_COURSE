      ******************************************************************
      * Name : DSRREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for dsr_register.txt, the register of
      * the requests a person makes under data-protection law about
      * their own data, kept by DsrRegister.cbl. DSR-TYPE is A
      * access, R rectification, E erasure or O objection.
      * DSR-DUE-DATE is the legal answer date, one month from the
      * day the request was received (the last day of the month
      * when that month is shorter). DSR-STATE is O open, C closed
      * or X cancelled ; a closed request carries the date, the
      * program that answered it (DisclosurePack, Anonymize,
      * PersonMaint, ApprovePending, or DsrMaint when closed by
      * hand) and the operator. DSR-PERSON-ID is zero for a
      * requester the people file does not know, found by DSR-NOM.
      * DSR-REASON holds the answer given when closed or cancelled
      * by hand. Numbers are given in order of keying and never
      * reused ; decided requests stay on the file.
      ******************************************************************
       01  DSR-RECORD.
           05 DSR-NO PIC 9(5).
           05 DSR-TYPE PIC X.
               88 DSR-ACCESS VALUE "A".
               88 DSR-RECTIFICATION VALUE "R".
               88 DSR-ERASURE VALUE "E".
               88 DSR-OBJECTION VALUE "O".
           05 DSR-STATE PIC X.
               88 DSR-OPEN VALUE "O".
               88 DSR-CLOSED VALUE "C".
               88 DSR-CANCELLED VALUE "X".
           05 DSR-PERSON-ID PIC 9(6).
           05 DSR-NOM PIC A(20).
           05 DSR-REQUESTER PIC X(30).
           05 DSR-RECEIVED-DATE PIC 9(8).
           05 DSR-DUE-DATE PIC 9(8).
           05 DSR-HANDLER-ID PIC X(8).
           05 DSR-KEYED-BY PIC X(8).
           05 DSR-CLOSED-DATE PIC 9(8).
           05 DSR-CLOSED-PROGRAM PIC X(20).
           05 DSR-CLOSED-BY PIC X(8).
           05 DSR-REASON PIC X(30).
