      *    "E" = reading rejected to the exception report (no values
      *    computed - one "E" record per rejected reading, so the
      *    audit trail is the complete journal of every reading that
      *    entered the run),
      *    "K" = control record closing a run's group of records
      *    (AUCTLREC layout - not a reading; every reader of the
      *    trail skips it).
      *    AU-CAL-CERT-NO: the test-rig calibration certificate in
      *    force for the reading (spaces on "E" and "H" records, which
      *    carry no values).
      ******************************************************************
       01  AU-RECORD.
           05  AU-RUN-DATE         PIC X(10).
           05  AU-READING-TIME     PIC 9(6).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AU-PLANT-CODE       PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AU-CAL-CERT-NO      PIC X(12).
