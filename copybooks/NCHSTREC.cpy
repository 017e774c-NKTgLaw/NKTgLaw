      ******************************************************************
      *    NCHSTREC.CPY  -  NCRHIST NCR disposition history record,
      *    appended by NKTGNCR for every NCR it opens (NH-ACTION
      *    "O", user NKTGNCR) and every accepted MRB transaction
      *    ("D", "A" or "C" as NCTRNREC): who, when, the disposition
      *    and the NCR's status after the change.  Kept for the
      *    auditors - never purged by the programs.
      ******************************************************************
       01  NH-RECORD.
           05  NH-CHANGE-DATE      PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-CHANGE-TIME      PIC 9(6).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-USER-ID          PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-NCR-NO           PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-ACTION           PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-PLANT-CODE       PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-TEST-ID          PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-SOURCE           PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-DISPOSITION      PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-STATUS           PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NH-COMMENT          PIC X(40).
