      ******************************************************************
      * Name : CTRREQ.cpy
      * Author: RayanPonsolle
      * Request block passed to ContactLog.cbl by the outbound
      * programs, NpaiProcess.cbl and the programs that record a
      * do-not-contact request. CTR-ACTION :
      *   OUVRE   opens a campaign : CTR-PROGRAM, CTR-CHANNEL,
      *           CTR-PURPOSE and CTR-DATE in, CTR-CAMPAIGN-NO out.
      *           With CTR-LIMIT above zero the contacts of the last
      *           CTR-PERIOD days are counted for TESTE.
      *   TESTE   CTR-RESULT "Y" when CTR-PERSON-ID was contacted
      *           more than CTR-LIMIT times in the period
      *   ENVOI   books CTR-PERSON-ID into the open campaign
      *   FERME   closes the campaign, CTR-PIECES pieces produced
      *   NPAI    books an NPAI return of CTR-PERSON-ID on CTR-DATE
      *   OPPOSE  books a do-not-contact request the same way
      * CTR-RESULT is "N" when the action could not be done - no
      * campaign open, no earlier contact to book an event to.
      ******************************************************************
       01  CONTACT-REQUEST.
           05 CTR-ACTION PIC X(6).
           05 CTR-CAMPAIGN-NO PIC 9(6).
           05 CTR-PROGRAM PIC X(20).
           05 CTR-CHANNEL PIC X.
           05 CTR-PURPOSE PIC X(40).
           05 CTR-DATE PIC 9(8).
           05 CTR-PERSON-ID PIC 9(6).
           05 CTR-LIMIT PIC 9(3).
           05 CTR-PERIOD PIC 9(4).
           05 CTR-PIECES PIC 9(6).
           05 CTR-RESULT PIC X.
