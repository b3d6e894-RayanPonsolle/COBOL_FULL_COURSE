      ******************************************************************
      * Name : RCVSRC.cpy
      * Author: RayanPonsolle
      * Shared record layout for reception_sources.txt, the senders
      * FileReception.cbl and ReceptionReport.cbl know about. One
      * line per source :
      * RSR-SOURCE     the name the receiving program registers under
      * RSR-FREQ       D every day, W weekly on RSR-DAY (1-7, Monday
      *                = 1), M monthly on RSR-DAY, blank on demand
      *                (never reported missing), as branches.dat
      * RSR-SHORT-PCT  a file under this percentage of the sender's
      *                usual size is held ; zero means 50
      * RSR-EMPTY-OK   "O" when an empty file is a normal delivery
      *                (a quiet day), otherwise an empty file is held
      * RSR-LABEL      free description for the report
      * The branch offices need no line : their expected deliveries
      * come from branches.dat. A line starting with "*" is a
      * comment.
      ******************************************************************
       01  RECEPTION-SOURCE-RECORD.
           05 RSR-SOURCE PIC X(20).
           05 RSR-FREQ PIC X.
           05 RSR-DAY PIC 9(2).
           05 RSR-SHORT-PCT PIC 9(3).
           05 RSR-EMPTY-OK PIC X.
           05 RSR-LABEL PIC X(30).
