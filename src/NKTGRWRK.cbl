      *        swaps it in as the next run's RWRKOLD), keeping the
      *        date each was first rejected;
      *      - prints an aging report (RWRKRPT) of rejects still
      *        open, with 1/3/7-working-day buckets, so missing
      *        test results get chased instead of discovered at
      *        month-end.  Working days come from the plant's
      *        SHFTCAL shift calendar (seven days a week when the
      *        plant has none).
      *    A TEST-ID rejected again while already carried is kept
      *    once, under its original first-rejected date.
      *    RETURN-CODE 8 when any reject is 7 working days or older,
      *    16 when a file cannot be processed or the shift calendar
      *    overflows its table.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REWORK-REPORT ASSIGN TO "RWRKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT SHIFT-CALENDAR ASSIGN TO "SHFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REWORK-OLD
           RECORDING MODE IS F.
       01  RR-RECORD               PIC X(132).

       FD  SHIFT-CALENDAR
           RECORDING MODE IS F.
       COPY SCALREC.

       WORKING-STORAGE SECTION.
       01  WS-RO-STATUS        PIC XX.
       01  WS-RW-STATUS        PIC XX.
       01  WS-RN-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-RR-STATUS        PIC XX.
       01  WS-SH-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".

       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
       01  WS-FIRST-DATE-INT       PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).

           05  WS-WK-PLANT         PIC X(2).
           05  WS-WK-TEST-ID       PIC X(10).

       COPY SCALTBL.

       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT       PIC 9(4)    VALUE 0.
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD

           OPEN OUTPUT REWORK-REPORT
           IF WS-RR-STATUS NOT = "00"
               DISPLAY "NKTGRWRK: RUN STOPPED - POSTINGS CANNOT BE "
                   "CLEARED"
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 1100-LOAD-SHIFT-CALENDAR.

      ******************************************************************
      *    Rejects age in working days of the plant they belong to, so
      *    a weekend or shutdown does not push them up a bucket.
      ******************************************************************
       1100-LOAD-SHIFT-CALENDAR.
           OPEN INPUT SHIFT-CALENDAR
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "NKTGRWRK: NO SHIFT CALENDAR, STANDARD SHIFTS "
                   "USED"
           ELSE
               PERFORM UNTIL WS-SH-STATUS NOT = "00"
                   READ SHIFT-CALENDAR
                       AT END
                           MOVE "10" TO WS-SH-STATUS
                       NOT AT END
                           PERFORM 1110-STORE-SHIFT-CALENDAR
                   END-READ
               END-PERFORM
               CLOSE SHIFT-CALENDAR
           END-IF.

       1110-STORE-SHIFT-CALENDAR.
           IF WS-SCAL-COUNT >= 2000
               DISPLAY "NKTGRWRK: SHIFT-CALENDAR EXCEEDS 2000 ROWS - "
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
       1120-FIND-SHIFT-PATTERN.
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
       1130-CHECK-WORKING-DAY.
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-PAT-DATE
           PERFORM 1120-FIND-SHIFT-PATTERN
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
       1140-COUNT-WORKING-DAYS.
           MOVE 0 TO WS-SCAL-WORK-DAYS
           COMPUTE WS-SCAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAL-LOOK-DATE) + 1
           COMPUTE WS-SCAL-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAL-THRU-DATE)
           PERFORM UNTIL WS-SCAL-DAY-INT > WS-SCAL-THRU-INT
               COMPUTE WS-SCAL-LOOK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAL-DAY-INT)
               PERFORM 1130-CHECK-WORKING-DAY
               IF WS-SCAL-WORKING-DAY
                   ADD 1 TO WS-SCAL-WORK-DAYS
               END-IF
               ADD 1 TO WS-SCAL-DAY-INT
           END-PERFORM.

      ******************************************************************
      *    A missing carry-forward file is a first run, a missing
      *    rework file is a clean shift - neither is an error.
               MOVE 0 TO WS-FIRST-DATE-INT
           END-IF
           IF WS-FIRST-DATE-INT > 0
               MOVE WS-WK-PLANT TO WS-SCAL-LOOK-PLANT
               MOVE WR-FIRST-DATE TO WS-SCAL-LOOK-DATE
               MOVE WS-RUN-DATE-YYYYMMDD TO WS-SCAL-THRU-DATE
               PERFORM 1140-COUNT-WORKING-DAYS
               MOVE WS-SCAL-WORK-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE "REPEAT REJECTS KEPT UNDER FIRST DATE" TO RWT-LABEL
           MOVE WS-DUP-SKIP-COUNT TO RWT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "OPEN 1-2 WORKING DAYS" TO RWT-LABEL
           MOVE WS-AGE1-COUNT TO RWT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "OPEN 3-6 WORKING DAYS" TO RWT-LABEL
           MOVE WS-AGE3-COUNT TO RWT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "OPEN 7 WORKING DAYS OR MORE" TO RWT-LABEL
           MOVE WS-AGE7-COUNT TO RWT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE


           IF WS-AGE7-COUNT > 0 AND RETURN-CODE = 0
               DISPLAY "NKTGRWRK: " WS-AGE7-COUNT " REJECTS OPEN 7 "
                   "WORKING DAYS OR MORE, RETURN-CODE 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

