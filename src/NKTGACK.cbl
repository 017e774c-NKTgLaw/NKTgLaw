      *        extract, since reversals have no master row of their
      *        own;
      *      - reports every posting, reversal and correction still
      *        unacknowledged with its age in working days of its
      *        plant's shift calendar (SCALREC - a shutdown weekend
      *        does not age the feed), flagging those older than
      *        the agreed age (environment NKTGACK-MAX-AGE, default
      *        3 working days);
      *      - lists acknowledgments that match nothing we sent.
      *    RETURN-CODE 8 when any unacknowledged item is past the
      *    agreed age so the scheduler pages the desk, 16 when a
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-MASTER-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT SHIFT-CALENDAR ASSIGN TO "SHFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT ACK-REPORT ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       FD  RESULTS-MASTER.
       COPY RSLTMREC.

       FD  SHIFT-CALENDAR
           RECORDING MODE IS F.
       COPY SCALREC.

       FD  ACK-REPORT
           RECORDING MODE IS F.
       01  AR-RECORD               PIC X(132).
       01  WS-IF-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-AR-STATUS        PIC XX.
       01  WS-SH-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".

       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
       01  WS-SENT-DATE            PIC 9(8).
       01  WS-SENT-DATE-INT        PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).
               10  WS-AK-USED          PIC X(1).
               10  WS-AK-PLANT         PIC X(2).

       COPY SCALTBL.

       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT       PIC 9(4)    VALUE 0.
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD

           MOVE SPACES TO WS-MAX-AGE-X
           ACCEPT WS-MAX-AGE-X FROM ENVIRONMENT "NKTGACK-MAX-AGE"
                   WS-AR-STATUS
           END-IF

           PERFORM 1100-LOAD-ACK-FILE
           PERFORM 1200-LOAD-SHIFT-CALENDAR.

      ******************************************************************
      *    A missing acknowledgment file is not an error here - it
               END-IF
           END-IF.

       1200-LOAD-SHIFT-CALENDAR.
           OPEN INPUT SHIFT-CALENDAR
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "NKTGACK: NO SHIFT CALENDAR, STANDARD SHIFTS "
                   "USED"
           ELSE
               PERFORM UNTIL WS-SH-STATUS NOT = "00"
                   READ SHIFT-CALENDAR
                       AT END
                           MOVE "10" TO WS-SH-STATUS
                       NOT AT END
                           PERFORM 1210-STORE-CALENDAR-ROW
                   END-READ
               END-PERFORM
               CLOSE SHIFT-CALENDAR
           END-IF.

       1210-STORE-CALENDAR-ROW.
           IF WS-SCAL-COUNT >= 2000
               DISPLAY "NKTGACK: SHIFT-CALENDAR EXCEEDS 2000 ROWS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-SH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               IF SC-PLANT-CODE = SPACES
                   MOVE "01" TO SC-PLANT-CODE
               END-IF
               ADD 1 TO WS-SCAL-COUNT
               MOVE SC-PLANT-CODE TO WS-SCAL-PLANT(WS-SCAL-COUNT)
               MOVE SC-EFF-DATE TO WS-SCAL-EFF-DATE(WS-SCAL-COUNT)
               MOVE SC-ROW-TYPE TO WS-SCAL-ROW-TYPE(WS-SCAL-COUNT)
               MOVE SC-RECORD(12:32)
                   TO WS-SCAL-PATTERN(WS-SCAL-COUNT)
           END-IF.

      ******************************************************************
      *    Pattern in force for WS-SCAL-LOOK-PLANT on WS-SCAL-PAT-DATE:
      *    the "S" row with the latest effective date on or before
      *    it, else the standard bands.
      ******************************************************************
       1220-FIND-SHIFT-PATTERN.
           MOVE WS-STANDARD-PATTERN TO WS-SHIFT-PATTERN
           MOVE 0 TO WS-SCAL-BEST-EFF
           PERFORM VARYING WS-SCAL-SUB FROM 1 BY 1
               UNTIL WS-SCAL-SUB > WS-SCAL-COUNT
               IF WS-SCAL-PLANT(WS-SCAL-SUB) = WS-SCAL-LOOK-PLANT
                   AND WS-SCAL-ROW-TYPE(WS-SCAL-SUB) = "S"
                   AND WS-SCAL-EFF-DATE(WS-SCAL-SUB)
                       NOT > WS-SCAL-PAT-DATE
                   AND WS-SCAL-EFF-DATE(WS-SCAL-SUB)
                       NOT < WS-SCAL-BEST-EFF
                   MOVE WS-SCAL-EFF-DATE(WS-SCAL-SUB)
                       TO WS-SCAL-BEST-EFF
                   MOVE WS-SCAL-PATTERN(WS-SCAL-SUB)
                       TO WS-SHIFT-PATTERN
               END-IF
           END-PERFORM.

      ******************************************************************
      *    WS-SCAL-WORKING-DAY when the pattern in force works the
      *    day of the week of WS-SCAL-LOOK-DATE (day 1 of the integer
      *    calendar, 1 January 1601, was a Monday) and no "N" row
      *    shuts the plant that day.
      ******************************************************************
       1230-CHECK-WORKING-DAY.
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-PAT-DATE
           PERFORM 1220-FIND-SHIFT-PATTERN
           COMPUTE WS-SCAL-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-SCAL-LOOK-DATE) - 1, 7) + 1
           MOVE WS-PAT-WORK-DAYS(WS-SCAL-DOW:1) TO WS-SCAL-WORK-SWITCH
           IF WS-SCAL-WORKING-DAY
               PERFORM VARYING WS-SCAL-SUB FROM 1 BY 1
                   UNTIL WS-SCAL-SUB > WS-SCAL-COUNT
                   IF WS-SCAL-PLANT(WS-SCAL-SUB) = WS-SCAL-LOOK-PLANT
                       AND WS-SCAL-ROW-TYPE(WS-SCAL-SUB) = "N"
                       AND WS-SCAL-EFF-DATE(WS-SCAL-SUB)
                           = WS-SCAL-LOOK-DATE
                       MOVE "N" TO WS-SCAL-WORK-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *    Working days after WS-SCAL-LOOK-DATE up to and including
      *    WS-SCAL-THRU-DATE, into WS-SCAL-WORK-DAYS.  Steps
      *    WS-SCAL-LOOK-DATE through the range as it counts.
      ******************************************************************
       1240-COUNT-WORKING-DAYS.
           MOVE 0 TO WS-SCAL-WORK-DAYS
           COMPUTE WS-SCAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAL-LOOK-DATE) + 1
           COMPUTE WS-SCAL-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAL-THRU-DATE)
           PERFORM UNTIL WS-SCAL-DAY-INT > WS-SCAL-THRU-INT
               COMPUTE WS-SCAL-LOOK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAL-DAY-INT)
               PERFORM 1230-CHECK-WORKING-DAY
               IF WS-SCAL-WORKING-DAY
                   ADD 1 TO WS-SCAL-WORK-DAYS
               END-IF
               ADD 1 TO WS-SCAL-DAY-INT
           END-PERFORM.

      ******************************************************************
      *    Reversals never post a master row of their own, so they
      *    are proven against the extract: every "R" extract record
               END-PERFORM
           END-IF.

      ******************************************************************
      *    Age in working days of the record's plant (WS-REC-PLANT)
      *    since the day it was sent.
      ******************************************************************
       2200-COMPUTE-AGE.
           IF WS-SENT-DATE NUMERIC AND WS-SENT-DATE > 0
               COMPUTE WS-SENT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SENT-DATE)
               IF WS-SENT-DATE-INT > 0
                   MOVE WS-REC-PLANT TO WS-SCAL-LOOK-PLANT
                   MOVE WS-SENT-DATE TO WS-SCAL-LOOK-DATE
                   MOVE WS-RUN-DATE-YYYYMMDD TO WS-SCAL-THRU-DATE
                   PERFORM 1240-COUNT-WORKING-DAYS
                   MOVE WS-SCAL-WORK-DAYS TO WS-AGE-DAYS
               ELSE
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
