      ******************************************************************
      * Name : TXIDREC.cpy
      * Author: RayanPonsolle
      * Person-number format of the overnight transaction file read
      * by BatchTransactions.cbl, beside the historical NOM-keyed
      * layout (ADD / UPDATE / DELETE with NOM, AGE, VILLE). The
      * action code tells the two apart :
      *   IDUPD  change the record whose PERSON-ID is TXI-PERSON-ID
      *   IDDEL  remove it (supervisor level, as DELETE)
      * TXI-REF is the sender's reference for the transaction ; it
      * is echoed into the audit record (AUD-TX-REF) and into the
      * reject line, so a change or a refusal can be traced back to
      * the line that asked for it.
      * Every updatable field is preceded by its own marker byte :
      * "M" replaces the field with the value that follows (a blank
      * value clears the field where a blank is allowed), a blank or
      * "=" leaves the field as it is on file. The status marker
      * covers STATUT and its effective date together ; a blank date
      * means today. An IDDEL carries no markers.
      * The civility (M, F or blank) comes last, so a sender whose
      * lines stop at the status date leaves it unchanged.
      ******************************************************************
       01  ID-TRANSACTION-RECORD.
           05 TXI-ACTION PIC X(6).
           05 TXI-REF PIC X(12).
           05 TXI-PERSON-ID PIC X(6).
           05 TXI-NOM-MARK PIC X.
           05 TXI-NOM PIC A(20).
           05 TXI-AGE-MARK PIC X.
           05 TXI-AGE-INPUT PIC X(3).
           05 TXI-VILLE-MARK PIC X.
           05 TXI-VILLE PIC A(20).
           05 TXI-ADR-1-MARK PIC X.
           05 TXI-ADR-LIGNE-1 PIC X(30).
           05 TXI-ADR-2-MARK PIC X.
           05 TXI-ADR-LIGNE-2 PIC X(30).
           05 TXI-CP-MARK PIC X.
           05 TXI-CODE-POSTAL PIC X(5).
           05 TXI-DOB-MARK PIC X.
           05 TXI-DATE-NAISSANCE PIC X(8).
           05 TXI-TEL-MARK PIC X.
           05 TXI-TELEPHONE PIC X(10).
           05 TXI-EMAIL-MARK PIC X.
           05 TXI-EMAIL PIC X(40).
           05 TXI-PREF-MARK PIC X.
           05 TXI-CONTACT-PREF PIC X.
           05 TXI-STATUT-MARK PIC X.
           05 TXI-STATUT PIC X.
           05 TXI-STATUT-DATE PIC X(8).
           05 TXI-CIV-MARK PIC X.
           05 TXI-CIVILITE PIC X.
