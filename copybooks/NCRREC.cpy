      ******************************************************************
      *    NCRREC.CPY  -  NCRMSTR nonconformance (NCR) master record
      *    Keyed master of every NCR ever raised, indexed by
      *    NC-NCR-KEY: plant code + TEST-ID of the article + source.
      *    NKTGNCR opens an NCR automatically:
      *      NC-SOURCE "F" - an original "F" posting on the
      *                      RESULTS-MASTER with no passing retest
      *                      within the agreed number of days;
      *      NC-SOURCE "H" - a cell hold on HOLDMSTR; NC-TEST-ID is
      *                      the reading that tripped the hold.
      *    NC-NCR-NO is the number the material review board (MRB)
      *    works to - allocated by NKTGNCR one higher than the
      *    highest on file.  The MRB's disposition transactions
      *    (NCTRNREC) record the disposition and its approver;
      *    use-as-is ("U") needs a second approver, different from
      *    the first, before the NCR can close, and no NCR closes
      *    without a disposition.  A closed NCR is never reopened -
      *    every step is kept on the disposition history (NCHSTREC).
      ******************************************************************
       01  NC-RECORD.
           05  NC-NCR-KEY.
               10  NC-PLANT-CODE   PIC X(2).
               10  NC-TEST-ID      PIC X(10).
               10  NC-SOURCE       PIC X(1).
                   88  NC-FROM-FAIL            VALUE "F".
                   88  NC-FROM-HOLD            VALUE "H".
           05  NC-NCR-NO           PIC 9(8).
           05  NC-TEST-CELL        PIC X(5).
           05  NC-PRODUCT-CODE     PIC X(6).
           05  NC-EVENT-DATE       PIC 9(8).
           05  NC-OPEN-DATE        PIC 9(8).
           05  NC-REASON           PIC X(30).
           05  NC-STATUS           PIC X(1).
               88  NC-OPEN                     VALUE "O".
               88  NC-CLOSED                   VALUE "C".
           05  NC-DISPOSITION      PIC X(1).
               88  NC-NO-DISPOSITION           VALUE SPACE.
               88  NC-SCRAP                    VALUE "S".
               88  NC-USE-AS-IS                VALUE "U".
               88  NC-REWORK                   VALUE "R".
               88  NC-RETURN-TO-VENDOR         VALUE "V".
           05  NC-DISP-APPROVER    PIC X(8).
           05  NC-DISP-DATE        PIC 9(8).
           05  NC-SECOND-APPROVER  PIC X(8).
           05  NC-SECOND-DATE      PIC 9(8).
           05  NC-CLOSED-BY        PIC X(8).
           05  NC-CLOSE-DATE       PIC 9(8).
