      ******************************************************************
      * Name : STWDREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for steward_register.txt, the register
      * of data-steward work kept by StewardQueues.cbl over the six
      * correction queues : suspense.txt (SUSP), steward_queue.txt
      * (CITY), pending_changes.txt (PEND), pending_rejects.txt
      * (PREJ), transaction_rejects.txt (TREJ) and the name
      * clusters of name_dup_queue.txt (DUPN). One line per item :
      * SWB-ITEM-KEY  the queue line's identifying fields, so the
      *               item is found again at the next scan
      * SWB-OPENED    the date the item was queued when the queue
      *               carries one, else the day it was first seen
      * SWB-ASSIGNED-TO / -BY / -ON  the steward it was given to by
      *               a supervisor in StewardWorkbench.cbl ; blank
      *               while unassigned
      * SWB-CLOSED-BY / -ON  who closed it and when ; blank closer
      *               when the item left its queue outside the
      *               workbench
      * SWB-CLOSE-HOW T resolved through the screen the workbench
      *               opened, M marked closed by the steward, Q left
      *               its queue some other way
      ******************************************************************
       01  STEWARD-ITEM.
           05 SWB-ITEM-NO PIC 9(6).
           05 SWB-QUEUE PIC X(4).
           05 SWB-ITEM-KEY PIC X(50).
           05 SWB-PERSON PIC X(20).
           05 SWB-DETAIL PIC X(30).
           05 SWB-OPENED PIC 9(8).
           05 SWB-STATUS PIC X.
               88 SWB-IS-OPEN VALUE "O".
               88 SWB-IS-CLOSED VALUE "C".
           05 SWB-ASSIGNED-TO PIC X(8).
           05 SWB-ASSIGNED-BY PIC X(8).
           05 SWB-ASSIGNED-ON PIC 9(8).
           05 SWB-CLOSED-BY PIC X(8).
           05 SWB-CLOSED-ON PIC 9(8).
           05 SWB-CLOSE-HOW PIC X.
