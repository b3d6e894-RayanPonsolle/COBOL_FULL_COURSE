      * CNT-TOTAL counts every record in the bucket ; CNT-DECEDE and
      * CNT-PARTI count the subset with STATUT "D" / "P", so reports
      * that exclude the deceased and departed subtract them without
      * a second dataset. CNT-HOMME and CNT-FEMME split the bucket's
      * active people (neither deceased nor departed) by CIVILITE,
      * M and F ; the active people whose civility is not known are
      * what remains, so the age pyramid prints by sex from the
      * counters alone. CountersVerify.cbl proves these counters
      * against a full read of the people file and rebuilds them on
      * a mismatch.
      ******************************************************************
           05 CNT-TOTAL PIC 9(6).
           05 CNT-DECEDE PIC 9(6).
           05 CNT-PARTI PIC 9(6).
           05 CNT-HOMME PIC 9(6).
           05 CNT-FEMME PIC 9(6).
