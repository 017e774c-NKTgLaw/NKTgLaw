      *        on the calculation report.
      *    Prints a balancing report and sets RETURN-CODE 8 when the
      *    run does not balance so the scheduler holds the downstream
      *    quality load.  RETURN-CODE 16 when the shift calendar
      *    overflows its table and the verdict cannot be keyed.
      *    The audit trail is cumulative across runs, so only the
      *    final run-date/run-time group on the file - the run just
      *    completed - is counted.
           SELECT RECON-REPORT ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT SHIFT-CALENDAR ASSIGN TO "SHFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       01  RECON-RECORD            PIC X(132).

       FD  SHIFT-CALENDAR
           RECORDING MODE IS F.
       COPY SCALREC.

       FD  RUN-CONTROL.
       COPY RUNCTLRC.

       01  WS-RC-STATUS        PIC XX.
       01  WS-SO-STATUS        PIC XX.
       01  WS-SU-STATUS        PIC XX.
       01  WS-SH-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-RUN-SHIFT            PIC X(1).
       01  WS-SEL-DATE-X           PIC X(8)    VALUE SPACES.
       01  WS-SEL-SHIFT            PIC X(1)    VALUE SPACES.
       01  WS-RUN-PLANT            PIC X(2).

       COPY SCALTBL.

       COPY RPTLINE.

                   ADD 1 TO WS-AUDIT-EXC-COUNT
               WHEN "H"
                   ADD 1 TO WS-AUDIT-SUSP-COUNT
      *    The run's own control record, not a reading.
               WHEN "K"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-COUNT
           END-EVALUATE.
       9000-TERMINATE.
           CLOSE RECON-REPORT
           PERFORM 9100-RECORD-RUN-VERDICT
           IF WS-OUT-OF-BALANCE AND RETURN-CODE = 0
               DISPLAY "NKTGRECN: RUN OUT OF BALANCE, RETURN-CODE 8"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *    explicitly when the step runs outside the shift window it
      *    proves (a shift-2 run reconciled after 23:00, say);
      *    otherwise the key comes from the clock using the same
      *    shift calendar NKTGLAW applies for the run plant
      *    (NKTGRECN-PLANT, default "01"), with a shift that spans
      *    midnight keyed back to the shift's starting date.  A
      *    missing registry or entry is reported but does not
      *    overturn the balance verdict - the balancing report
      *    stands on its own.
       9100-RECORD-RUN-VERDICT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD
           MOVE SPACES TO WS-RUN-PLANT
           ACCEPT WS-RUN-PLANT FROM ENVIRONMENT "NKTGRECN-PLANT"
           IF WS-RUN-PLANT = SPACES
               MOVE "01" TO WS-RUN-PLANT
           END-IF
           PERFORM 9110-LOAD-SHIFT-CALENDAR
           MOVE WS-RUN-PLANT TO WS-SCAL-LOOK-PLANT
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-SCAL-LOOK-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-SCAL-LOOK-TIME
           PERFORM 9130-DERIVE-SHIFT
           IF WS-SEL-SHIFT = "1" OR WS-SEL-SHIFT = "2"
               OR WS-SEL-SHIFT = "3"
               MOVE WS-SEL-SHIFT TO WS-RUN-SHIFT
           ELSE
               MOVE WS-SCAL-SHIFT TO WS-RUN-SHIFT
           END-IF
           IF WS-SEL-DATE-X NUMERIC
               MOVE WS-SEL-DATE-X TO WS-RUN-DATE-YYYYMMDD
           ELSE
               IF WS-RUN-SHIFT = WS-SCAL-SHIFT
                   MOVE WS-SCAL-SHIFT-DATE TO WS-RUN-DATE-YYYYMMDD
               END-IF
           END-IF
           IF RETURN-CODE = 16
               DISPLAY "NKTGRECN: VERDICT NOT RECORDED"
           ELSE
               PERFORM 9150-UPDATE-RUN-ENTRY
           END-IF.

       9150-UPDATE-RUN-ENTRY.
           OPEN I-O RUN-CONTROL
           IF WS-RN-STATUS NOT = "00"
               DISPLAY "NKTGRECN: UNABLE TO OPEN RUN-CONTROL, "
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       9110-LOAD-SHIFT-CALENDAR.
           OPEN INPUT SHIFT-CALENDAR
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "NKTGRECN: NO SHIFT CALENDAR, STANDARD SHIFTS "
                   "USED"
           ELSE
               PERFORM UNTIL WS-SH-STATUS NOT = "00"
                   READ SHIFT-CALENDAR
                       AT END
                           MOVE "10" TO WS-SH-STATUS
                       NOT AT END
                           PERFORM 9111-STORE-CALENDAR-ROW
                   END-READ
               END-PERFORM
               CLOSE SHIFT-CALENDAR
           END-IF.

       9111-STORE-CALENDAR-ROW.
           IF WS-SCAL-COUNT >= 2000
               DISPLAY "NKTGRECN: SHIFT-CALENDAR EXCEEDS 2000 ROWS - "
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
       9120-FIND-SHIFT-PATTERN.
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
       9130-DERIVE-SHIFT.
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-PAT-DATE
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-SHIFT-DATE
           PERFORM 9120-FIND-SHIFT-PATTERN
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
                   PERFORM 9120-FIND-SHIFT-PATTERN
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
