      ******************************************************************
      * Name : RETNREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for retention_policy.txt, the one place
      * the keep period of the side datasets is set, enforced by
      * RetentionSweep.cbl. One line per dataset :
      * RTN-DATASET   the file name, or a pattern holding one "*"
      *               for a family of files dated by name (JRNL.*) :
      *               the "*" stands for the aaaammjj date
      * RTN-KEEP-DAYS days kept, counted back from the business date
      * RTN-ACTION    A archive (moved to ARCH.aaaammjj.<name> for the
      *               tape) or D delete
      * RTN-METHOD    L trim the lines dated before the cutoff, the
      *               date (AAAAMMJJ) at column RTN-DATE-POS of each
      *               line ; N whole file, dated by its own name at
      *               RTN-DATE-POS ; F whole file, dated by its last
      *               change on disk
      * RTN-DATE-POS  column of the date for L and N
      * A line starting with "*" is a comment.
      ******************************************************************
       01  RETENTION-RECORD.
           05 RTN-DATASET PIC X(30).
           05 RTN-KEEP-DAYS PIC 9(4).
           05 RTN-ACTION PIC X.
               88 RETENTION-ARCHIVE VALUE "A".
               88 RETENTION-DELETE VALUE "D".
           05 RTN-METHOD PIC X.
               88 RETENTION-BY-LINE VALUE "L".
               88 RETENTION-BY-NAME VALUE "N".
               88 RETENTION-BY-FILE-DATE VALUE "F".
           05 RTN-DATE-POS PIC 9(3).
