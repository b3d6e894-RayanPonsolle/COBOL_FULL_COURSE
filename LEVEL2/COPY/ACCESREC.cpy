      ******************************************************************
      * Name : ACCESREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for access.log, the read-access trail :
      * one line each time an inquiry program shows a person's record
      * (PersonLookup.cbl, VilleLookup.cbl, PersonMaint.cbl and its
      * browse, PersonHistory.cbl, PersonNotes.cbl, AuditInquiry.cbl),
      * written only through AccessLog.cbl. ACC-PERSON-ID and ACC-NOM
      * name the record shown ; ACC-CRITERIA holds what was keyed to
      * find it (mode and name, town, browse prefix). A search that
      * shows nothing is logged with a zero person number, so the
      * question asked stays traceable too.
      * ACC-SEQ-NO and ACC-CHAIN chain the trail exactly the way
      * AuditChain.cbl chains audit.log, over the 99-byte body ;
      * AccessReview.cbl recomputes the chain before it reports.
      ******************************************************************
       01  ACCESS-RECORD.
           05 ACC-OPERATOR-ID PIC X(8).
           05 ACC-TIMESTAMP PIC X(15).
           05 ACC-PROGRAM PIC X(20).
           05 ACC-PERSON-ID PIC 9(6).
           05 ACC-NOM PIC A(20).
           05 ACC-CRITERIA PIC X(30).
           05 ACC-SEQ-NO PIC 9(6).
           05 ACC-CHAIN PIC 9(8).
