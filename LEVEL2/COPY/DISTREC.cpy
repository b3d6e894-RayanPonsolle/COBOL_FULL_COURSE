      ******************************************************************
      * Name : DISTREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for distribution.txt, the list of the
      * morning pack's recipients ReportPack.cbl bursts the night's
      * print datasets for. One line per recipient :
      *   DST-RECIPIENT  short code, also names the recipient's pack
      *                  (pack_<code>.prt)
      *   DST-NOM        who the pack is for, printed on its cover
      *   DST-REPORTS    one byte per section of the pack, in the
      *                  pack's fixed order : "O" the section is sent,
      *                  anything else it is not ; an all-blank field
      *                  sends every section
      *   DST-SCOPE-TYPE blank for the whole file, otherwise what the
      *                  town-grouped reports are cut down to :
      *                  V  the VILLE values listed
      *                  R  the towns of the CITY-REGION values listed
      *                     (cities.dat)
      *                  B  the towns where the people carrying the
      *                     BRANCH-CODE values listed live
      *   DST-SCOPE-VALUE up to five VILLE, region or branch values
      ******************************************************************
       01  DISTRIBUTION-RECORD.
           05 DST-RECIPIENT PIC X(8).
           05 DST-NOM PIC X(30).
           05 DST-REPORTS PIC X(10).
           05 DST-SCOPE-TYPE PIC X.
               88 DST-SCOPE-ALL VALUE SPACE.
               88 DST-SCOPE-VILLE VALUE "V".
               88 DST-SCOPE-REGION VALUE "R".
               88 DST-SCOPE-BRANCH VALUE "B".
           05 DST-SCOPE-VALUE PIC X(20) OCCURS 5 TIMES.
