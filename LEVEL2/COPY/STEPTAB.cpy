      ******************************************************************
      * Name : STEPTAB.cpy
      * Author: RayanPonsolle
      * The nightly step catalog as StepCatalog.cbl hands it back to
      * its callers, one entry per batch_steps.txt line (STEPCAT.cpy
      * gives the meaning of each field), blanks already replaced by
      * their defaults. SCT-SOURCE :
      *   F  read from batch_steps.txt
      *   D  no file : the built-in catalog of the twenty-four steps
      *      the night has always run
      *   E  the file is in error - SCT-MESSAGE says where - and the
      *      table is not to be used
      ******************************************************************
       01  STEP-CATALOG-TABLE.
           05 SCT-SOURCE PIC X.
               88 CATALOG-FROM-FILE VALUE "F".
               88 CATALOG-BUILT-IN VALUE "D".
               88 CATALOG-IN-ERROR VALUE "E".
           05 SCT-MESSAGE PIC X(70).
           05 SCT-COUNT PIC 9(2).
           05 SCT-ENTRY OCCURS 60 TIMES.
               10 SCT-NAME PIC X(20).
               10 SCT-PROGRAM PIC X(20).
               10 SCT-STOP-RC PIC 9(4).
               10 SCT-RESTART PIC X.
               10 SCT-DEFAULT PIC X.
               10 SCT-DATA-VIEW PIC X.
               10 SCT-DEPENDS PIC X(20) OCCURS 3 TIMES.
               10 SCT-DEPEND-IX PIC 9(2) OCCURS 3 TIMES.
               10 SCT-LABEL PIC X(40).
