      ******************************************************************
      * Name : RPTDEF.cpy
      * Author: RayanPonsolle
      * Shared record layout for report_defs.txt, the saved report
      * definitions ReportWriter.cbl lists the people file from. A
      * definition is the group of lines carrying the same RDF-NAME,
      * in any order ; a line starting with "*" is a comment.
      * RDF-TYPE says what the line holds :
      *   T  the page title - every definition has one
      *   C  a column : PERSONREC field, heading (blank = the field
      *      name), RDF-TOTAL "O" to total a numeric column at every
      *      control break and at the end ; columns print in the
      *      order of their lines, 12 at most
      *   S  a selection condition on a field, RDF-OPERATOR
      *      EQ  equal to RDF-VALUE-1
      *      RG  from RDF-VALUE-1 to RDF-VALUE-2, either end blank
      *          for open
      *      BL  blank (spaces, or zeros on a numeric field)
      *      NB  not blank
      *      conditions on the same field are alternatives (any one
      *      will do), conditions on different fields must all hold
      *   K  a sort key, RDF-ORDER "A" ascending (default) or "D"
      *      descending, major key first, 3 at most
      *   B  a control break with a subtotal ; the breaks follow the
      *      sort keys - the first B line breaks on the first K
      *      field, the second on the second
      *   O  an extra output file : RDF-OUT-FORMAT "F" fixed width or
      *      "C" CSV with a heading line, RDF-OUT-FILE its name
      *      (blank = the definition name with .txt or .csv)
      * The field names are those of PERSONREC.cpy, plus AGE-ACTUEL,
      * the age computed from DATE-NAISSANCE the way SelectExtract
      * does it. Example - the over-70s with a telephone in three
      * towns, by postcode :
      *   TEL70   TAPPEL DES PLUS DE 70 ANS
      *   TEL70   CNOM                 NOM
      *   TEL70   CTELEPHONE           TELEPHONE
      *   TEL70   SVILLE               EQLYON
      *   TEL70   SVILLE               EQVILLEURBANNE
      *   TEL70   SVILLE               EQBRON
      *   TEL70   SAGE-ACTUEL          RG70
      *   TEL70   STELEPHONE           NB
      *   TEL70   KCODE-POSTAL         A
      *   TEL70   BCODE-POSTAL
      ******************************************************************
       01  REPORT-DEF-RECORD.
           05 RDF-NAME PIC X(8).
           05 RDF-TYPE PIC X.
               88 RDF-TITLE-LINE VALUE "T".
               88 RDF-COLUMN-LINE VALUE "C".
               88 RDF-SELECT-LINE VALUE "S".
               88 RDF-SORT-LINE VALUE "K".
               88 RDF-BREAK-LINE VALUE "B".
               88 RDF-OUTPUT-LINE VALUE "O".
           05 RDF-BODY PIC X(103).
           05 RDF-TITLE-BODY REDEFINES RDF-BODY.
               10 RDF-TITLE PIC X(60).
               10 FILLER PIC X(43).
           05 RDF-FIELD-BODY REDEFINES RDF-BODY.
               10 RDF-FIELD PIC X(20).
               10 RDF-FIELD-REST PIC X(83).
           05 RDF-COLUMN-BODY REDEFINES RDF-BODY.
               10 FILLER PIC X(20).
               10 RDF-HEADING PIC X(20).
               10 RDF-TOTAL PIC X.
               10 FILLER PIC X(62).
           05 RDF-SELECT-BODY REDEFINES RDF-BODY.
               10 FILLER PIC X(20).
               10 RDF-OPERATOR PIC X(2).
               10 RDF-VALUE-1 PIC X(40).
               10 RDF-VALUE-2 PIC X(40).
               10 FILLER PIC X.
           05 RDF-SORT-BODY REDEFINES RDF-BODY.
               10 FILLER PIC X(20).
               10 RDF-ORDER PIC X.
               10 FILLER PIC X(82).
           05 RDF-OUTPUT-BODY REDEFINES RDF-BODY.
               10 RDF-OUT-FORMAT PIC X.
               10 RDF-OUT-FILE PIC X(60).
               10 FILLER PIC X(42).
