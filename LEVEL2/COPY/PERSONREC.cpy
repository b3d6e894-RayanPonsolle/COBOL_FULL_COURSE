      * date, set by NpaiProcess.cbl ; the mailing extract holds the
      * record back until the address is corrected, which clears the
      * flag.
      * EMAIL-INVALID-FLAG is "I" once the e-mail provider reported a
      * hard bounce on the mailbox, with EMAIL-INVALID-DATE the bounce
      * date, set by BounceProcess.cbl ; EmailExtract.cbl leaves the
      * record out until a new mailbox is keyed, which clears the
      * flag.
      * CIVILITE is the civility and sex of the person : "M" Monsieur
      * (a man), "F" Madame (a woman), blank when not known. It
      * drives the salutation of the letters and the mailing extract
      * and the sex split of the statistics counters.
      ******************************************************************
       01  FILE_DATA.
           05 NOM PIC A(20).
           05 STATUT-DATE PIC 9(8).
           05 ADR-INVALID-FLAG PIC X.
           05 ADR-INVALID-DATE PIC 9(8).
           05 EMAIL-INVALID-FLAG PIC X.
           05 EMAIL-INVALID-DATE PIC 9(8).
           05 CIVILITE PIC X.
               88 CIVILITE-MONSIEUR VALUE "M".
               88 CIVILITE-MADAME VALUE "F".
               88 CIVILITE-VALIDE VALUE "M" "F" " ".
