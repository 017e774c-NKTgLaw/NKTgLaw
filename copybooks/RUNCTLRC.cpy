      *      - NKTGRECN records its in-balance ("B") or out-of-
      *        balance ("O") verdict on the same entry;
      *      - NKTGRUNC records the quality load's release and lists
      *        recent entries for the operations desk;
      *      - NKTGBKOT marks a completed, released run backed out
      *        ("B") with the date, time and badge of the backout;
      *        NKTGLAW reopens a backed-out entry for a clean rerun
      *        of the shift, keeping the backout stamp.
      ******************************************************************
       01  RC-RECORD.
           05  RC-RUN-KEY.
           05  RC-STATUS           PIC X(1).
               88  RC-RUN-OPEN                 VALUE "O".
               88  RC-RUN-COMPLETE             VALUE "C".
               88  RC-RUN-BACKED-OUT           VALUE "B".
           05  RC-START-TIME       PIC 9(6).
           05  RC-END-TIME         PIC 9(6).
           05  RC-OPERATOR-ID      PIC X(8).
               88  RC-LOAD-RELEASED            VALUE "Y".
           05  RC-RELEASE-DATE     PIC 9(8).
           05  RC-RELEASE-TIME     PIC 9(6).
           05  RC-BACKOUT-DATE     PIC 9(8).
           05  RC-BACKOUT-TIME     PIC 9(6).
           05  RC-BACKOUT-USER     PIC X(8).
