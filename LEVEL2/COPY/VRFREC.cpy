      ******************************************************************
      * Name : VRFREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for verif_register.txt, the register of
      * the yearly "check your details" campaign : one line per
      * person and campaign year, written by VerifyMailing.cbl when
      * the statement is printed and brought up to date by
      * VerifyResponse.cbl as the reply slips come back.
      * VRF-STATE is
      *   E  statement sent, no answer yet
      *   N  not sent - no usable address, NPAI, or the person does
      *      not wish to be contacted (VRF-REASON says which)
      *   C  the person confirmed the data held, unchanged
      *   M  the person sent corrections and they were applied
      *   R  the corrections were rejected by the transaction checks
      *      (VRF-REASON carries the reject reason) ; a new slip may
      *      still be keyed
      * VRF-CONFIRMED-DATE is the date the data was confirmed or the
      * corrections applied ; VRF-DOB-CONFIRMED is "O" when the
      * person confirmed or gave the date of birth, which then no
      * longer counts as estimated. VRF-TX-REF is the reference of
      * the transaction that carried the corrections ("VF", the
      * campaign year and the person number), as found in the audit
      * log. NOM and VILLE are those on file when the statement was
      * printed, so the follow-up can count by VILLE without the
      * people file. The register is line sequential and rewritten
      * through verif_register.tmp on every change.
      ******************************************************************
       01  VERIF-RECORD.
           05 VRF-YEAR PIC 9(4).
           05 VRF-PERSON-ID PIC 9(6).
           05 VRF-NOM PIC A(20).
           05 VRF-VILLE PIC A(20).
           05 VRF-SENT-DATE PIC 9(8).
           05 VRF-STATE PIC X.
               88 VRF-SENT VALUE "E".
               88 VRF-NOT-SENT VALUE "N".
               88 VRF-CONFIRMED VALUE "C".
               88 VRF-CORRECTED VALUE "M".
               88 VRF-REJECTED VALUE "R".
           05 VRF-REPLY-DATE PIC 9(8).
           05 VRF-CONFIRMED-DATE PIC 9(8).
           05 VRF-DOB-CONFIRMED PIC X.
           05 VRF-TX-REF PIC X(12).
           05 VRF-REASON PIC X(30).
           05 VRF-OPERATOR PIC X(8).
