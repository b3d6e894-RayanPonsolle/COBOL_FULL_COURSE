      ******************************************************************
      * Name : BRXREC.cpy
      * Author: RayanPonsolle
      * Full-record layout of a branch extract, beside the historical
      * NOM/AGE/VILLE line every office has always sent. A file in
      * this layout opens with one header line :
      *   *BRANCHE  tag that tells it from a NOM-first legacy line
      *   version   "02" (the legacy layout counts as version 01)
      *   branch    the sending office's code, checked against the
      *             code derived from the filename when given
      *   date      extract date, AAAAMMJJ, for the record only
      * and every following line carries one person. BRX-PERSON-ID
      * is the number the office received in its .ret extract ; a
      * blank number means a person the office keyed itself. Every
      * field arrives as text and is validated at consolidation the
      * way CsvImport.cbl validates its wide columns ; dates are
      * AAAAMMJJ or blank. BRX-CIVILITE is M, F or blank ; a blank
      * civility leaves what the master holds, so an office whose
      * software predates the column loses nothing.
      * BranchExtract.cbl writes this layout, ConsolidateBranches.cbl
      * reads it. The two must stay in step.
      ******************************************************************
       01  BRANCH-HEADER-RECORD.
           05 BRH-TAG PIC X(8).
           05 BRH-VERSION PIC X(2).
           05 BRH-BRANCH-CODE PIC X(8).
           05 BRH-EXTRACT-DATE PIC X(8).
       01  BRANCH-FULL-RECORD.
           05 BRX-PERSON-ID PIC X(6).
           05 BRX-NOM PIC A(20).
           05 BRX-AGE PIC X(2).
           05 BRX-VILLE PIC A(20).
           05 BRX-ADR-LIGNE-1 PIC X(30).
           05 BRX-ADR-LIGNE-2 PIC X(30).
           05 BRX-CODE-POSTAL PIC X(5).
           05 BRX-DATE-NAISSANCE PIC X(8).
           05 BRX-DATE-NAISSANCE-FLAG PIC X.
           05 BRX-TELEPHONE PIC X(10).
           05 BRX-EMAIL PIC X(40).
           05 BRX-CONTACT-PREF PIC X.
           05 BRX-STATUT PIC X.
           05 BRX-STATUT-DATE PIC X(8).
           05 BRX-CIVILITE PIC X.
