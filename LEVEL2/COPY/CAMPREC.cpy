      ******************************************************************
      * Name : CAMPREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for campaigns.txt, the register of every
      * outbound run, appended by ContactLog.cbl when the run ends :
      *   CMP-NO       campaign number, from campaign_no.ctl, never
      *                reused
      *   CMP-DATE     the date the pieces go out
      *   CMP-PROGRAM  the program that produced them
      *   CMP-CHANNEL  C courrier (mailing extract, milestone list),
      *                L lettre (attestation), E e-mail
      *   CMP-PURPOSE  what the campaign is for, as given to the run
      *   CMP-PIECES   pieces produced (one per household line in a
      *                foyer mailing)
      *   CMP-PERSONS  people it reached, one contact_history.txt
      *                line each (CTHREC.cpy)
      ******************************************************************
       01  CAMPAIGN-RECORD.
           05 CMP-NO PIC 9(6).
           05 CMP-DATE PIC 9(8).
           05 CMP-PROGRAM PIC X(20).
           05 CMP-CHANNEL PIC X.
               88 CMP-COURRIER VALUE "C".
               88 CMP-LETTRE VALUE "L".
               88 CMP-EMAIL VALUE "E".
           05 CMP-PURPOSE PIC X(40).
           05 CMP-OPERATOR PIC X(8).
           05 CMP-PIECES PIC 9(6).
           05 CMP-PERSONS PIC 9(6).
