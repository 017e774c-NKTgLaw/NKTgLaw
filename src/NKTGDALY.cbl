           SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT SHIFT-CALENDAR ASSIGN TO "SHFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT DAILY-REPORT ASSIGN TO "NKTGDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  SHIFT-CALENDAR
           RECORDING MODE IS F.
       COPY SCALREC.

       FD  DAILY-REPORT
           RECORDING MODE IS F.
       01  DR-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-AU-STATUS        PIC XX.
       01  WS-DR-STATUS        PIC XX.
       01  WS-SH-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-PLANT-DROP-SW    PIC X       VALUE "N".
           88  WS-PLANT-DROPPED            VALUE "Y".
       01  WS-AUDIT-PLANT      PIC X(2).
       01  WS-AUDIT-DATE-X     PIC X(8).

       01  WS-REPORT-DATE      PIC X(10).
       01  WS-DRIFT-PCT-X      PIC X(3).
       01  WS-DRIFT-PCT        PIC 9(3)    VALUE 10.
       01  WS-SHIFT-SUB        PIC 9(1).
       01  WS-PREV-SHIFT-SUB   PIC 9(1).
       01  WS-PREV-AVG         PIC 9(5)V9(2).
       01  WS-CURR-AVG         PIC 9(5)V9(2).
       01  WS-DRIFT-LIMIT      PIC 9(7)V9(4).
       01  WS-DRIFT-DELTA      PIC 9(7)V9(4).

       COPY SCALTBL.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
                   "STATUS=" WS-AU-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM 1100-LOAD-SHIFT-CALENDAR.

       1100-LOAD-SHIFT-CALENDAR.
           OPEN INPUT SHIFT-CALENDAR
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "NKTGDALY: NO SHIFT CALENDAR, STANDARD SHIFTS "
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
               DISPLAY "NKTGDALY: SHIFT-CALENDAR EXCEEDS 2000 ROWS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-SH-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
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

       2000-PROCESS-AUDIT.
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
      *    A "K" control record only seals the run's group - it is
      *    not a reading and has no cell or shift.
                   IF AU-RUN-DATE = WS-REPORT-DATE
                       AND AU-ACTION NOT = "K"
                       PERFORM 2100-TALLY-AUDIT-RECORD
                   END-IF
           END-READ.
      ******************************************************************
      *    Shift comes from the record when present; audit records
      *    written before the shift was carried fall back to the
      *    run date and time on the plant's shift calendar, the same
      *    way NKTGLAW attributes the run.
      ******************************************************************
       2110-SET-SHIFT-SUB.
           EVALUATE AU-SHIFT
               WHEN "3"
                   MOVE 3 TO WS-SHIFT-SUB
               WHEN OTHER
                   MOVE WS-AUDIT-PLANT TO WS-SCAL-LOOK-PLANT
                   STRING AU-RUN-DATE(7:4) AU-RUN-DATE(1:2)
                       AU-RUN-DATE(4:2)
                       DELIMITED BY SIZE INTO WS-AUDIT-DATE-X
                   IF WS-AUDIT-DATE-X NUMERIC
                       MOVE WS-AUDIT-DATE-X TO WS-SCAL-LOOK-DATE
                   ELSE
                       MOVE ZEROES TO WS-SCAL-LOOK-DATE
                   END-IF
                   MOVE AU-RUN-TIME(1:2) TO WS-SCAL-LOOK-HH
                   MOVE AU-RUN-TIME(4:2) TO WS-SCAL-LOOK-MI
                   MOVE 0 TO WS-SCAL-LOOK-SS
                   PERFORM 1130-DERIVE-SHIFT
                   MOVE WS-SCAL-SHIFT TO WS-SHIFT-SUB
           END-EVALUATE.

       2120-FIND-DAY-CELL.
