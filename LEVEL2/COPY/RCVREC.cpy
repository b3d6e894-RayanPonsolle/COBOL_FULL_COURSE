      ******************************************************************
      * Name : RCVREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for reception_log.txt, the register of
      * every inbound file kept by FileReception.cbl. One line per
      * reception and one more when the receiving process has
      * applied the file :
      * RCV-DATE / -TIME  business date and clock time of the line
      * RCV-SOURCE        the sender ("TRANSACTIONS", "NPAI",
      *                   "SUCCURSALE <code>", ...)
      * RCV-ARRIVAL-DATE  the file's date on disk, i.e. when it came
      * RCV-RECORDS       lines in the file
      * RCV-CHECK         check value over the whole content ; two
      *                   files with the same count and value are the
      *                   same delivery
      * RCV-RESULT        A accepted, F accepted on RECEPTION_FORCE
      *                   after a hold, T applied by the receiving
      *                   process, D refused as identical to a file
      *                   already applied, C refused by the sender's
      *                   control file, V held empty, S held as far
      *                   smaller than usual
      * RCV-CTL-RECORDS   the count the control file announced, blank
      *                   when the sender supplied none
      * RCV-USUAL-RECORDS the sender's usual size at the time
      ******************************************************************
       01  RECEPTION-RECORD.
           05 RCV-DATE PIC 9(8).
           05 RCV-TIME PIC 9(6).
           05 RCV-SOURCE PIC X(20).
           05 RCV-FILENAME PIC X(60).
           05 RCV-ARRIVAL-DATE PIC 9(8).
           05 RCV-RECORDS PIC 9(9).
           05 RCV-CHECK PIC 9(8).
           05 RCV-RESULT PIC X.
               88 RCV-ACCEPTED VALUE "A" "F".
               88 RCV-APPLIED VALUE "T".
               88 RCV-REFUSED VALUE "D" "C".
               88 RCV-HELD VALUE "V" "S".
           05 RCV-CTL-RECORDS PIC X(9).
           05 RCV-USUAL-RECORDS PIC 9(9).
           05 RCV-OPERATOR PIC X(8).
