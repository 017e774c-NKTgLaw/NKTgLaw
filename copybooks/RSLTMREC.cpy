      *    counts the retests posted against it (the measured values
      *    of an original are never altered - only this bookkeeping
      *    counter moves); RM-ORIG-TEST-ID is spaces.
      *    RM-CAL-CERT-NO: the test-rig calibration certificate in
      *    force on the cell when the reading was taken (CALMSTR), so
      *    every posted value traces to the calibration behind it.
      ******************************************************************
       01  RM-RECORD.
           05  RM-MASTER-KEY.
           05  RM-ACK-DATE         PIC 9(8).
           05  RM-ORIG-TEST-ID     PIC X(10).
           05  RM-RETEST-SEQ       PIC 9(2).
           05  RM-CAL-CERT-NO      PIC X(12).
