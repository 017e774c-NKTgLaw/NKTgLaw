      ******************************************************************
      *    SCALREC.CPY  -  SHIFT-CALENDAR record layout
      *    One record per plant, effective date and row type (a blank
      *    plant code defaults to "01"):
      *      "S" - shift pattern in force from SC-EFF-DATE until the
      *            plant's next "S" row: how many shifts the plant
      *            runs (1-3), each shift's start and end time of day,
      *            and which days of the week are worked (Monday
      *            first, "Y"/"N").  A shift ending at or before its
      *            start time runs past midnight; a shift starting
      *            before the first shift's start time of day belongs
      *            to the previous day's pattern.
      *      "N" - non-working day: SC-EFF-DATE is a shutdown date
      *            for the plant (holiday, maintenance outage).  The
      *            shift count and times are zero.
      *    A plant with no "S" row runs the standard three shifts
      *    starting 07:00, 15:00 and 23:00, seven days a week.
      *    Maintained by NKTGPARM.  Loaded at startup by every
      *    program that attributes a shift or ages in working days.
      ******************************************************************
       01  SC-RECORD.
           05  SC-PLANT-CODE       PIC X(2).
           05  SC-EFF-DATE         PIC 9(8).
           05  SC-ROW-TYPE         PIC X(1).
               88  SC-SHIFT-PATTERN        VALUE "S".
               88  SC-NON-WORKING-DAY      VALUE "N".
           05  SC-SHIFT-COUNT      PIC 9(1).
           05  SC-SHIFT-TIMES OCCURS 3 TIMES.
               10  SC-START-HH     PIC 9(2).
               10  SC-START-MI     PIC 9(2).
               10  SC-END-HH       PIC 9(2).
               10  SC-END-MI       PIC 9(2).
           05  SC-WORK-DAYS        PIC X(7).
           05  SC-DESCRIPTION      PIC X(20).
