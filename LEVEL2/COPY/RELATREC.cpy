      ******************************************************************
      * Name : RELATREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for relations.dat, the file of legal
      * representatives : one record per link between a represented
      * person (REL-PERSON-ID, a minor or a person under a
      * protection measure) and the person who answers for them
      * (REL-REP-ID), both PERSON-ID numbers. REL-TYPE is "P" for a
      * parent, "T" for a tuteur and "C" for a curateur ; a tuteur
      * or curateur link is itself the proof of the protection
      * measure, a parent link only counts while the person is
      * under 18. The link is active from REL-START-DATE up to and
      * including REL-END-DATE, zero meaning open-ended. The record
      * key is the pair of numbers, so one representative is linked
      * once per person. Maintained in RelationMaint.cbl from
      * PersonMaint.cbl ; MailingExtract.cbl and AttestLetter.cbl
      * address the representative, GuardianCheck.cbl checks the
      * file every night.
      ******************************************************************
       01  RELATION-RECORD.
           05 REL-KEY.
               10 REL-PERSON-ID PIC 9(6).
               10 REL-REP-ID PIC 9(6).
           05 REL-TYPE PIC X.
           05 REL-START-DATE PIC 9(8).
           05 REL-END-DATE PIC 9(8).
           05 REL-ENTRY-DATE PIC 9(8).
           05 REL-OPERATOR PIC X(8).
