      ******************************************************************
      * Name : EFFCREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for effective_changes.txt, the changes
      * keyed ahead of the date they take effect - a status from a
      * date, a new AGE or VILLE announced in advance, a commune
      * merger on 1 January - held until the night run of that
      * business date applies them (EffectiveApply.cbl).
      * EFC-ACTION is UPDATE for a change to one person (a blank
      * new AGE, VILLE or STATUT leaves the field as it stands on
      * the day) or FUSION for a commune merger, carried out under
      * the approved change order EFC-ORDER-NO by VilleMassChange.cbl.
      * EFC-STATE is H held, A applied, E failed on its date (reason
      * in EFC-REASON) or X cancelled ; decided items stay on the
      * file with the date they were decided, so the queue is also
      * its own record of what was done. Numbers are given in order
      * of keying and never reused.
      ******************************************************************
       01  EFFECTIVE-CHANGE-RECORD.
           05 EFC-NO PIC 9(5).
           05 EFC-DUE-DATE PIC 9(8).
           05 EFC-STATE PIC X.
               88 EFC-HELD VALUE "H".
               88 EFC-APPLIED VALUE "A".
               88 EFC-FAILED VALUE "E".
               88 EFC-CANCELLED VALUE "X".
           05 EFC-ACTION PIC X(6).
           05 EFC-PERSON-ID PIC 9(6).
           05 EFC-NOM PIC A(20).
           05 EFC-NEW-AGE PIC X(2).
           05 EFC-NEW-VILLE PIC A(20).
           05 EFC-NEW-STATUT PIC X.
           05 EFC-ORDER-NO PIC 9(4).
           05 EFC-MAKER-ID PIC X(8).
           05 EFC-KEYED-DATE PIC 9(8).
           05 EFC-DONE-DATE PIC 9(8).
           05 EFC-REASON PIC X(30).
