      ******************************************************************
      *    CALREC.CPY  -  CALMSTR test-rig calibration master record
      *    layout.  One record per calibration the metrology lab
      *    performs on a plant's test cell: when the rig was
      *    calibrated, the date the calibration falls due again, and
      *    the calibration certificate number issued.  Earlier
      *    calibrations stay on file behind the current one, so the
      *    certificate in force at any reading's timestamp can still
      *    be traced.  Loaded by NKTGLAW at startup to reject readings
      *    taken on a rig whose calibration had lapsed, and read by
      *    NKTGCALR for the calibration-due report.
      *    CM-PLANT-CODE: plant whose cell was calibrated (the second
      *    plant reuses cell names); blank defaults to plant "01".
      *    A calibration stays in force through the end of its due
      *    date.
      ******************************************************************
       01  CM-RECORD.
           05  CM-PLANT-CODE       PIC X(2).
           05  CM-TEST-CELL        PIC X(5).
           05  CM-CAL-DATE         PIC 9(8).
           05  CM-CAL-TIME         PIC 9(6).
           05  CM-DUE-DATE         PIC 9(8).
           05  CM-CERT-NO          PIC X(12).
