      ******************************************************************
      * Name : MERGEREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for merge_xref.txt, the merge
      * cross-reference written by PersonMerge.cbl : one line per
      * retired person number, naming the surviving number it was
      * merged into, the day, the supervisor, both names as they
      * stood at the merge and the branch code the retired record
      * carried. The file is kept flat - when a survivor is itself
      * merged later, the earlier lines are re-pointed to the new
      * survivor - so every reader resolves an old number in one
      * lookup. PersonHistory.cbl, DisclosurePack.cbl,
      * BranchExtract.cbl and SnapshotDiff.cbl follow it so a merged
      * person's past shows up under one number.
      ******************************************************************
       01  MERGE-XREF-RECORD.
           05 MXR-OLD-ID PIC 9(6).
           05 MXR-NEW-ID PIC 9(6).
           05 MXR-DATE PIC 9(8).
           05 MXR-OPERATOR PIC X(8).
           05 MXR-OLD-NOM PIC A(20).
           05 MXR-NEW-NOM PIC A(20).
           05 MXR-OLD-BRANCH PIC X(8).
