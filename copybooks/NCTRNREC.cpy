      ******************************************************************
      *    NCTRNREC.CPY  -  NCRTRAN MRB disposition transaction layout
      *    One record per material review board action against an
      *    open NCR, applied in file order by NKTGNCR:
      *      "D" - disposition: NT-DISPOSITION scrap ("S"),
      *            use-as-is ("U"), rework ("R") or return-to-vendor
      *            ("V"), approved by NT-USER-ID.  A fresh
      *            disposition replaces any earlier one and clears
      *            its second approval;
      *      "A" - second approval of a use-as-is disposition by
      *            NT-USER-ID, who must not be the first approver;
      *      "C" - close, by NT-USER-ID.  Needs a disposition, and
      *            a use-as-is needs its second approval.
      ******************************************************************
       01  NT-RECORD.
           05  NT-NCR-NO           PIC 9(8).
           05  NT-ACTION           PIC X(1).
               88  NT-DISPOSE                  VALUE "D".
               88  NT-SECOND-APPROVAL          VALUE "A".
               88  NT-CLOSE                    VALUE "C".
           05  NT-DISPOSITION      PIC X(1).
               88  NT-DISPOSITION-VALID        VALUE "S" "U" "R" "V".
           05  NT-USER-ID          PIC X(8).
           05  NT-COMMENT          PIC X(40).
