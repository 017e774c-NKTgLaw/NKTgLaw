      *      RELEASE - records the quality load's release on the
      *          shift's run-control entry (NKTGRUNC-RUN-DATE
      *          YYYYMMDD, default today; NKTGRUNC-SHIFT, default
      *          the current shift on the shift calendar of plant
      *          NKTGRUNC-PLANT, default "01").  The
      *          release is refused with RETURN-CODE 8 unless the
      *          entry is completed and NKTGRECN recorded it in
      *          balance - an unproven extract must not load.
      *          NKTGRUNC-DAYS days (default 7) with their statuses
      *          on RUNCRPT, replacing the console-log archaeology
      *          the operations desk did to reconstruct a night.
      *    RETURN-CODE 16 when the registry cannot be read or the
      *    shift calendar overflows its table.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RN-STATUS.
           SELECT SHIFT-CALENDAR ASSIGN TO "SHFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT RUNC-REPORT ASSIGN TO "RUNCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
       FD  RUN-CONTROL.
       COPY RUNCTLRC.

       FD  SHIFT-CALENDAR
           RECORDING MODE IS F.
       COPY SCALREC.

       FD  RUNC-REPORT
           RECORDING MODE IS F.
       01  RR-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RN-STATUS        PIC XX.
       01  WS-RR-STATUS        PIC XX.
       01  WS-SH-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
       01  WS-RUN-DATE-INT         PIC 9(8).
       01  WS-ENTRY-DATE-INT       PIC 9(8).
       01  WS-RUN-PLANT            PIC X(2).
       01  WS-LISTED-COUNT         PIC 9(6)    VALUE 0.

       COPY SCALTBL.

       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT       PIC 9(4)    VALUE 0.
               COMPUTE WS-DAYS-BACK = FUNCTION NUMVAL(WS-DAYS-X)
           END-IF

      *    Shift boundaries come from the run plant's calendar.  A
      *    shift that spans midnight normalizes a defaulted date
      *    after 00:00 back to the shift's starting date, matching
      *    the key NKTGLAW registered the run under.
           MOVE SPACES TO WS-RUN-PLANT
           ACCEPT WS-RUN-PLANT FROM ENVIRONMENT "NKTGRUNC-PLANT"
           IF WS-RUN-PLANT = SPACES
               MOVE "01" TO WS-RUN-PLANT
           END-IF
           PERFORM 1100-LOAD-SHIFT-CALENDAR
           MOVE WS-RUN-PLANT TO WS-SCAL-LOOK-PLANT
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-SCAL-LOOK-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-SCAL-LOOK-TIME
           PERFORM 1130-DERIVE-SHIFT
           IF WS-SEL-SHIFT = SPACES
               MOVE WS-SCAL-SHIFT TO WS-SEL-SHIFT
           END-IF
           IF WS-SEL-DATE-X = SPACES
               IF WS-SEL-SHIFT = WS-SCAL-SHIFT
                   MOVE WS-SCAL-SHIFT-DATE TO WS-RUN-DATE-YYYYMMDD
               END-IF
               MOVE WS-RUN-DATE-YYYYMMDD TO WS-SEL-DATE-X
           END-IF.

       1100-LOAD-SHIFT-CALENDAR.
           OPEN INPUT SHIFT-CALENDAR
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "NKTGRUNC: NO SHIFT CALENDAR, STANDARD SHIFTS "
                   "USED"
           ELSE
               PERFORM UNTIL WS-SH-STATUS NOT = "00"
                   READ SHIFT-CALENDAR
                       AT END
                           MOVE "10" TO WS-SH-STATUS
                       NOT AT END
                           PERFORM 1110-STORE-CALENDAR-ROW
                   END-READ
               END-PERFORM
               CLOSE SHIFT-CALENDAR
           END-IF.

       1110-STORE-CALENDAR-ROW.
           IF WS-SCAL-COUNT >= 2000
               DISPLAY "NKTGRUNC: SHIFT-CALENDAR EXCEEDS 2000 ROWS - "
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
      *    Shift for a plant, date and time of day: the last shift
      *    whose start is at or before the time.  A time before the
      *    first shift's start belongs to the previous day's last
      *    shift, and WS-SCAL-SHIFT-DATE is set back to that day.
      ******************************************************************
       1130-DERIVE-SHIFT.
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-PAT-DATE
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-SHIFT-DATE
           PERFORM 1120-FIND-SHIFT-PATTERN
           COMPUTE WS-SCAL-MINS =
               WS-SCAL-LOOK-HH * 60 + WS-SCAL-LOOK-MI
           IF WS-SCAL-MINS <
               WS-PAT-START-HH(1) * 60 + WS-PAT-START-MI(1)
               COMPUTE WS-SCAL-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SCAL-LOOK-DATE)
               IF WS-SCAL-DAY-INT > 1
                   SUBTRACT 1 FROM WS-SCAL-DAY-INT
                   COMPUTE WS-SCAL-SHIFT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-SCAL-DAY-INT)
                   MOVE WS-SCAL-SHIFT-DATE TO WS-SCAL-PAT-DATE
                   PERFORM 1120-FIND-SHIFT-PATTERN
               END-IF
               MOVE WS-PAT-SHIFT-COUNT TO WS-SCAL-SHIFT
           ELSE
               MOVE 1 TO WS-SCAL-SHIFT
               PERFORM VARYING WS-SCAL-SHIFT-SUB FROM 2 BY 1
                   UNTIL WS-SCAL-SHIFT-SUB > WS-PAT-SHIFT-COUNT
                   IF WS-SCAL-MINS NOT <
                       WS-PAT-START-HH(WS-SCAL-SHIFT-SUB) * 60
                       + WS-PAT-START-MI(WS-SCAL-SHIFT-SUB)
                       MOVE WS-SCAL-SHIFT-SUB TO WS-SCAL-SHIFT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *    The release gate: a load only releases against a shift
      *    whose run completed and whose reconciliation proved in
                   MOVE "OPEN" TO RCD-STATUS
               WHEN RC-RUN-COMPLETE
                   MOVE "DONE" TO RCD-STATUS
               WHEN RC-RUN-BACKED-OUT
                   MOVE "BKOT" TO RCD-STATUS
               WHEN OTHER
                   MOVE "????" TO RCD-STATUS
           END-EVALUATE
