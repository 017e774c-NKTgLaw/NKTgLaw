      ******************************************************************
      *    CALTBL.CPY  -  test-rig calibration in-memory lookup table.
      *    Every calibration on file, kept in ascending plant/cell/
      *    calibration date-time order by the load (a duplicate
      *    calibration keeps the later due date), so the calibration
      *    in force at a timestamp is the last row for the plant/cell
      *    at or before it.  An overflow is a hard error, never a
      *    silent truncation.
      ******************************************************************
       01  WS-CAL-COUNT            PIC 9(4)    VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CAL-COUNT
                   ASCENDING KEY IS WS-CAL-KEY
                   INDEXED BY WS-CAL-IDX.
               10  WS-CAL-KEY.
                   15  WS-CAL-PLANT        PIC X(2).
                   15  WS-CAL-CELL         PIC X(5).
                   15  WS-CAL-DATE         PIC 9(8).
                   15  WS-CAL-TIME         PIC 9(6).
               10  WS-CAL-DUE-DATE     PIC 9(8).
               10  WS-CAL-CERT-NO      PIC X(12).

       01  WS-CAL-LOOKUP.
           05  WS-CAL-LOOK-PLANT   PIC X(2).
           05  WS-CAL-LOOK-CELL    PIC X(5).
           05  WS-CAL-LOOK-DATE    PIC 9(8).
           05  WS-CAL-LOOK-TIME    PIC 9(6).
