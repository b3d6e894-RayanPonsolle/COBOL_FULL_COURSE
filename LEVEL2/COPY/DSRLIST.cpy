      ******************************************************************
      * Name : DSRLIST.cpy
      * Author: RayanPonsolle
      * The open data-subject requests handed back by DsrRegister.cbl
      * on a LIST, in number order, up to fifty : the callers key
      * their own copy in WORKING-STORAGE, the keeper takes it in
      * its LINKAGE SECTION.
      ******************************************************************
       01  DSR-OPEN-LIST.
           05 DSR-OPEN-COUNT PIC 99.
           05 DSR-OPEN-ENTRY OCCURS 50 TIMES.
               10 DSR-OPEN-NO PIC 9(5).
               10 DSR-OPEN-TYPE PIC X.
               10 DSR-OPEN-PERSON-ID PIC 9(6).
               10 DSR-OPEN-NOM PIC A(20).
               10 DSR-OPEN-REQUESTER PIC X(30).
               10 DSR-OPEN-RECEIVED PIC 9(8).
               10 DSR-OPEN-DUE PIC 9(8).
               10 DSR-OPEN-HANDLER PIC X(8).
