      ******************************************************************
      * Name : CTHREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for contact_history.txt, the person by
      * person trail of the outbound campaigns (CAMPREC.cpy), written
      * only through ContactLog.cbl :
      *   CTH-EVENT E  the person was in the campaign (envoi)
      *             N  an NPAI return, booked by NpaiProcess.cbl to
      *                the person's last postal campaign before the
      *                return date
      *             O  a do-not-contact request, booked to the
      *                person's last campaign before it
      * A represented person's line names the person the letter was
      * about, not the representative it was addressed to.
      ******************************************************************
       01  CONTACT-HISTORY-RECORD.
           05 CTH-CAMPAIGN-NO PIC 9(6).
           05 CTH-PERSON-ID PIC 9(6).
           05 CTH-DATE PIC 9(8).
           05 CTH-CHANNEL PIC X.
           05 CTH-EVENT PIC X.
               88 CTH-ENVOI VALUE "E".
               88 CTH-NPAI VALUE "N".
               88 CTH-OPPOSITION VALUE "O".
