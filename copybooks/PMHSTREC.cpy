      ******************************************************************
      *    PMHSTREC.CPY  -  PARM-CONTROL / TOLERANCE-SPEC /
      *    SHIFT-CALENDAR change history record, appended by NKTGPARM
      *    for every accepted maintenance transaction: who made the
      *    change, when, which file and version, and the record images
      *    before and after.  Calendar rows carry no TEST-CELL; their
      *    row type is in the images.  Kept for the auditors - never
      *    purged by the programs.
      ******************************************************************
       01  PH-RECORD.
           05  PH-CHANGE-DATE      PIC 9(8).
