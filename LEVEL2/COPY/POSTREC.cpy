      ******************************************************************
      * Name : POSTREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for postal.dat, the postal reference
      * loaded by PostalLoad.cbl from the national code postal to
      * commune list and, where it is supplied, the street list of
      * the national address file. One key, PST-KEY :
      *   - a commune row per code postal and commune, PST-VOIE-KEY
      *     blank, PST-VOIES-FLAG "Y" once streets are on file for it ;
      *   - a street row per street of the commune, sorting after
      *     its commune row.
      * PST-COMMUNE-KEY and PST-VOIE-KEY are folded (case, accents,
      * then only letters and digits, street-type abbreviations
      * spelt out) by PostalCheck.cbl, so a lookup never depends on
      * how the desk typed the hyphens ; the published spellings are
      * kept alongside for display.
      ******************************************************************
       01  POSTAL-RECORD.
           05 PST-KEY.
               10 PST-CP PIC X(5).
               10 PST-COMMUNE-KEY PIC X(20).
               10 PST-VOIE-KEY PIC X(30).
           05 PST-COMMUNE-NOM PIC A(20).
           05 PST-VOIE-NOM PIC X(40).
           05 PST-INSEE PIC X(5).
           05 PST-VOIES-FLAG PIC X.
