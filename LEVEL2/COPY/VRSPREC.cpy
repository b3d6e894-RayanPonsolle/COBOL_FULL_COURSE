      ******************************************************************
      * Name : VRSPREC.cpy
      * Author: RayanPonsolle
      * Layout of verify_responses.txt, the reply slips of the
      * "check your details" campaign keyed outside (or by the
      * mailing house) and read by VerifyResponse.cbl. One line per
      * slip : the person number printed on it, the date it came
      * back (AAAAMMJJ, blank for today), "O" in VRS-DOB-CONFIRMED
      * when the person ticked the date of birth as right, and the
      * corrections laid out exactly as the markers and values of
      * TXIDREC.cpy from the name on - "M" and the new value, blank
      * or "=" to leave the field as it is. The age and the status
      * are not the person's to correct on a slip ; their markers
      * are ignored. A slip with no correction and no ticked date
      * confirms the data held.
      ******************************************************************
       01  VERIF-RESPONSE-RECORD.
           05 VRS-PERSON-ID PIC X(6).
           05 VRS-REPLY-DATE PIC X(8).
           05 VRS-DOB-CONFIRMED PIC X.
           05 VRS-CORRECTIONS.
               10 VRS-NOM-MARK PIC X.
               10 VRS-NOM PIC A(20).
               10 VRS-AGE-MARK PIC X.
               10 VRS-AGE-INPUT PIC X(3).
               10 VRS-VILLE-MARK PIC X.
               10 VRS-VILLE PIC A(20).
               10 VRS-ADR-1-MARK PIC X.
               10 VRS-ADR-LIGNE-1 PIC X(30).
               10 VRS-ADR-2-MARK PIC X.
               10 VRS-ADR-LIGNE-2 PIC X(30).
               10 VRS-CP-MARK PIC X.
               10 VRS-CODE-POSTAL PIC X(5).
               10 VRS-DOB-MARK PIC X.
               10 VRS-DATE-NAISSANCE PIC X(8).
               10 VRS-TEL-MARK PIC X.
               10 VRS-TELEPHONE PIC X(10).
               10 VRS-EMAIL-MARK PIC X.
               10 VRS-EMAIL PIC X(40).
               10 VRS-PREF-MARK PIC X.
               10 VRS-CONTACT-PREF PIC X.
               10 VRS-STATUT-MARK PIC X.
               10 VRS-STATUT PIC X.
               10 VRS-STATUT-DATE PIC X(8).
               10 VRS-CIV-MARK PIC X.
               10 VRS-CIVILITE PIC X.
