      ******************************************************************
      * Name : DiskSpace.cbl
      * Author: RayanPonsolle
      * Free space, in kilobytes, on the filesystem holding the
      * working directory. CALLed by PreFlight.cbl before the night
      * starts, and by NightlyBatch.cbl around every executed step
      * so batch_history.txt learns how much room each step really
      * takes. The figure is DISK_FREE_KB, set by the scheduler that
      * launches the night - it knows the volume, the programs only
      * know their files. LK-DISK-KNOWN comes back "N" when it is not
      * set or not a number, and callers then treat the space as
      * unknown - never as zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DiskSpace.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FREE-INPUT PIC X(12).

       LINKAGE SECTION.
       01  LK-FREE-KB PIC 9(12).
       01  LK-DISK-KNOWN PIC X.

       PROCEDURE DIVISION USING LK-FREE-KB LK-DISK-KNOWN.
       MAIN.
           MOVE 0 TO LK-FREE-KB.
           MOVE "N" TO LK-DISK-KNOWN.

           DISPLAY "DISK_FREE_KB" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FREE-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-FREE-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-FREE-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-FREE-INPUT) TO LK-FREE-KB
               MOVE "Y" TO LK-DISK-KNOWN
           END-IF.
           GOBACK.
