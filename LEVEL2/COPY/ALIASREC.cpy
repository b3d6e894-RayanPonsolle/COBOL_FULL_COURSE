      ******************************************************************
      * Name : ALIASREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for aliases.dat, the former-name file
      * kept on the person number : every name a person has been
      * known under besides the current NOM. ALS-TYPE is "A" for a
      * former name (the NOM before a change of name, captured by
      * PersonAlias.cbl from the REWRIT journal call), "U" for a
      * usage name keyed at the desk and "F" for the name of a
      * record merged in by PersonMerge.cbl. ALS-END-DATE is the
      * day the name stopped being current, zero for a usage name
      * still in use. The record key is the person number plus a
      * sequence ; ALS-NOM is an alternate key with duplicates so
      * the front desk and the branch matching find a person from
      * an old name in one positioned read.
      ******************************************************************
       01  ALIAS-RECORD.
           05 ALS-KEY.
               10 ALS-PERSON-ID PIC 9(6).
               10 ALS-SEQ PIC 9(3).
           05 ALS-NOM PIC A(20).
           05 ALS-TYPE PIC X.
           05 ALS-END-DATE PIC 9(8).
           05 ALS-ENTRY-DATE PIC 9(8).
           05 ALS-OPERATOR PIC X(8).
