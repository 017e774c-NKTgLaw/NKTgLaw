      ******************************************************************
      *    PMTRNREC.CPY  -  PARM-TRANS maintenance transaction layout
      *    One record per requested change to PARM-CONTROL ("P"),
      *    TOLERANCE-SPEC ("T") or SHIFT-CALENDAR ("C"), applied by
      *    NKTGPARM.  PT-DATA carries the full master record image for
      *    the file being maintained; the REDEFINES below give the
      *    field views used to validate it.  A change or delete must
      *    name an existing TEST-CELL / effective-date version (for
      *    the calendar, plant / effective-date / row type) exactly.
      ******************************************************************
       01  PT-RECORD.
           05  PT-FILE-TYPE        PIC X(1).
               88  PT-PARM-FILE            VALUE "P".
               88  PT-TOL-FILE             VALUE "T".
               88  PT-CAL-FILE             VALUE "C".
           05  PT-ACTION           PIC X(1).
               88  PT-ADD                  VALUE "A".
               88  PT-CHANGE               VALUE "C".
               10  PT-TS-N2-WARN-HIGH  PIC 9(3)V9(2).
               10  PT-TS-PLANT-CODE    PIC X(2).
               10  FILLER              PIC X(19).
           05  PT-CAL-DATA REDEFINES PT-DATA.
               10  PT-SC-PLANT-CODE    PIC X(2).
               10  PT-SC-EFF-DATE      PIC 9(8).
               10  PT-SC-ROW-TYPE      PIC X(1).
                   88  PT-SC-SHIFT-PATTERN     VALUE "S".
                   88  PT-SC-NON-WORKING-DAY   VALUE "N".
               10  PT-SC-SHIFT-COUNT   PIC 9(1).
               10  PT-SC-SHIFT-TIMES OCCURS 3 TIMES.
                   15  PT-SC-START-HH  PIC 9(2).
                   15  PT-SC-START-MI  PIC 9(2).
                   15  PT-SC-END-HH    PIC 9(2).
                   15  PT-SC-END-MI    PIC 9(2).
               10  PT-SC-WORK-DAYS     PIC X(7).
               10  PT-SC-DESCRIPTION   PIC X(20).
               10  FILLER              PIC X(17).
