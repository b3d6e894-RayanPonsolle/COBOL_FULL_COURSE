      ******************************************************************
      * Name : BRHISREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for branch_history.txt, the per-branch
      * figures every consolidation run appends (ConsolidateBranches
      * .cbl) and the monthly scorecard reads (BranchScorecard.cbl).
      * One line per branch file merged, plus one per branch that
      * was due and delivered nothing. BHS-DELIVERY is measured
      * against BRA-FREQ in branches.dat :
      *   A  delivered on a day it was due
      *   H  delivered on a day it was not due (early, or catching
      *      up a missed delivery)
      *   M  due and nothing delivered (MANQUANT) - counts are zero
      * BHS-LAYOUT is the extract layout, 01 NOM/AGE/VILLE or 02
      * full record, blank on an M line.
      ******************************************************************
       01  BRANCH-HISTORY-RECORD.
           05 BHS-RUN-DATE PIC 9(8).
           05 BHS-BRANCH PIC X(8).
           05 BHS-DELIVERY PIC X.
               88 BHS-ON-TIME VALUE "A".
               88 BHS-OFF-DAY VALUE "H".
               88 BHS-MISSING VALUE "M".
           05 BHS-LAYOUT PIC X(2).
           05 BHS-READ PIC 9(6).
           05 BHS-MERGED PIC 9(6).
           05 BHS-DUP PIC 9(6).
           05 BHS-SUSPECT PIC 9(6).
           05 BHS-VILLE PIC 9(6).
           05 BHS-INVALID PIC 9(6).
