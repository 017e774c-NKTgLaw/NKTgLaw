      ******************************************************************
      *    SCALTBL.CPY  -  SHIFT-CALENDAR in-memory lookup table.
      *    Every calendar row on file, in file order.  The pattern in
      *    force for a plant on a date is the "S" row with the latest
      *    effective date on or before it; a date is a working day
      *    when that pattern works its day of the week and no "N"
      *    row names it.  A plant with no "S" row in force runs
      *    WS-STANDARD-PATTERN - the 07:00/15:00/23:00 bands, seven
      *    days a week.  An overflow is a hard error, never a silent
      *    truncation.
      ******************************************************************
       01  WS-SCAL-COUNT           PIC 9(4)    VALUE 0.
       01  WS-SCAL-TABLE.
           05  WS-SCAL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SCAL-COUNT.
               10  WS-SCAL-PLANT       PIC X(2).
               10  WS-SCAL-EFF-DATE    PIC 9(8).
               10  WS-SCAL-ROW-TYPE    PIC X(1).
               10  WS-SCAL-PATTERN     PIC X(32).

       01  WS-SHIFT-PATTERN.
           05  WS-PAT-SHIFT-COUNT  PIC 9(1).
           05  WS-PAT-SHIFT OCCURS 3 TIMES.
               10  WS-PAT-START-HH PIC 9(2).
               10  WS-PAT-START-MI PIC 9(2).
               10  WS-PAT-END-HH   PIC 9(2).
               10  WS-PAT-END-MI   PIC 9(2).
           05  WS-PAT-WORK-DAYS    PIC X(7).

       01  WS-STANDARD-PATTERN     PIC X(32)
               VALUE "3070015001500230023000700YYYYYYY".

       01  WS-SCAL-LOOKUP.
           05  WS-SCAL-LOOK-PLANT  PIC X(2).
           05  WS-SCAL-LOOK-DATE   PIC 9(8).
           05  WS-SCAL-LOOK-TIME.
               10  WS-SCAL-LOOK-HH PIC 9(2).
               10  WS-SCAL-LOOK-MI PIC 9(2).
               10  WS-SCAL-LOOK-SS PIC 9(2).
           05  WS-SCAL-THRU-DATE   PIC 9(8).

       01  WS-SCAL-RESULT.
           05  WS-SCAL-SHIFT       PIC 9(1).
           05  WS-SCAL-SHIFT-DATE  PIC 9(8).
           05  WS-SCAL-WORK-SWITCH PIC X(1).
               88  WS-SCAL-WORKING-DAY     VALUE "Y".
           05  WS-SCAL-WORK-DAYS   PIC 9(5).

       01  WS-SCAL-WORK.
           05  WS-SCAL-SUB         PIC 9(4)    COMP.
           05  WS-SCAL-SHIFT-SUB   PIC 9(1).
           05  WS-SCAL-PAT-DATE    PIC 9(8).
           05  WS-SCAL-BEST-EFF    PIC 9(8).
           05  WS-SCAL-DAY-INT     PIC 9(8).
           05  WS-SCAL-THRU-INT    PIC 9(8).
           05  WS-SCAL-DOW         PIC 9(1).
           05  WS-SCAL-MINS        PIC 9(4).
