       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGSAMP.
      ******************************************************************
      *    NKTGSAMP - sampling-plan compliance check.  Sets what
      *    actually posted against the SAMPLING-PLAN master (SAMPREC)
      *    for every planned plant / cell / product and every shift
      *    over a shift-date range (environment NKTGSAMP-FROM-DATE
      *    and NKTGSAMP-THRU-DATE, YYYYMMDD; default yesterday's
      *    shifts), so a quiet cell no longer looks the same as a
      *    cell nobody tested:
      *      - the shifts checked, and their start and end times,
      *        come from each plant's shift calendar (SCALREC); a
      *        plant's non-working days have no shifts to check;
      *      - posted readings come from the AUDIT-TRAIL, placed in a
      *        shift by the reading's own timestamp and the shift on
      *        the audit record (a night-shift reading after midnight
      *        belongs to the shift that began the evening before).
      *        Originals and "T" retests count; an "R" takes back the
      *        posting it reverses and a "C" replaces it, so a
      *        corrected reading still counts once and a backed-out
      *        run's readings not at all;
      *      - readings taken but not posted are counted apart: those
      *        on SUSPENSE behind a cell hold, and rejects still open
      *        on the REWORK carry-forward (RWRKOLD, as swapped in
      *        after NKTGRWRK), their product from the PARM-CONTROL
      *        version in effect for the cell on the reading date;
      *      - the largest gap is the longest stretch between posted
      *        readings, counting from the start of the shift and to
      *        its end (a shift with nothing posted has a gap of the
      *        whole shift).
      *    A shift short of its required readings, or with a gap
      *    longer than the plan allows, is listed on SAMPRPT with
      *    expected and actual counts and its largest gap, and
      *    alerted on CELLHOLD in the ALRTREC layout the scheduling
      *    desk watches.  Readings on cells or products without a
      *    plan are counted in the totals only, and a shift with
      *    nothing taken is not checked for a planned product other
      *    than the one PARM-CONTROL had on the cell that day.
      *    RETURN-CODE 8 when any shift misses its plan, 16 when a
      *    file cannot be processed or a table overflows.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLING-PLAN ASSIGN TO "SAMPPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT PARM-CONTROL ASSIGN TO "PARMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT REWORK-OPEN ASSIGN TO "RWRKOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
           SELECT CELL-HOLD-ALERTS ASSIGN TO "CELLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT SHIFT-CALENDAR ASSIGN TO "SHFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT SAMP-REPORT ASSIGN TO "SAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLING-PLAN
           RECORDING MODE IS F.
       COPY SAMPREC.

       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  PARM-CONTROL
           RECORDING MODE IS F.
       COPY PARMREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY TESTREC REPLACING LEADING ==TR-== BY ==SU-==.

       FD  REWORK-OPEN
           RECORDING MODE IS F.
       COPY RWRKREC.

       FD  CELL-HOLD-ALERTS
           RECORDING MODE IS F.
       COPY ALRTREC.

       FD  SHIFT-CALENDAR
           RECORDING MODE IS F.
       COPY SCALREC.

       FD  SAMP-REPORT
           RECORDING MODE IS F.
       01  SR-RECORD               PIC X(132).

      ******************************************************************
      *    One sort record per reading event, plus a start and an end
      *    marker for every planned shift - the markers carry the
      *    plan, and a shift nobody tested still sorts into a group.
      *    SW-TYPE: "A" shift start, "P" posting, "R" posting taken
      *    back, "H" held on suspense, "W" open reject, "Z" shift end.
      ******************************************************************
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-GROUP-KEY.
               10  SW-PLANT-CODE   PIC X(2).
               10  SW-TEST-CELL    PIC X(5).
               10  SW-PRODUCT-CODE PIC X(6).
               10  SW-SHIFT-DATE   PIC 9(8).
               10  SW-SHIFT        PIC X(1).
           05  SW-MINUTE           PIC 9(9).
           05  SW-TEST-ID          PIC X(10).
           05  SW-TYPE             PIC X(1).
           05  SW-REQ-READINGS     PIC 9(3).
           05  SW-MAX-GAP-MINS     PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-SP-STATUS        PIC XX.
       01  WS-AU-STATUS        PIC XX.
       01  WS-PC-STATUS        PIC XX.
       01  WS-SU-STATUS        PIC XX.
       01  WS-RW-STATUS        PIC XX.
       01  WS-AL-STATUS        PIC XX.
       01  WS-SR-STATUS        PIC XX.
       01  WS-SH-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-GROUP-OPEN-SWITCH PIC X      VALUE "N".
           88  WS-GROUP-OPEN               VALUE "Y".
       01  WS-PLANNED-SWITCH   PIC X       VALUE "N".
           88  WS-PLANNED                  VALUE "Y".
       01  WS-EVENT-OPEN-SWITCH PIC X      VALUE "N".
           88  WS-EVENT-OPEN               VALUE "Y".

       01  WS-FROM-DATE        PIC X(8)    VALUE SPACES.
       01  WS-THRU-DATE        PIC X(8)    VALUE SPACES.
       01  WS-FROM-INT         PIC 9(7).
       01  WS-THRU-INT         PIC 9(7).
       01  WS-DAY-INT          PIC 9(7).
       01  WS-DATE-INT         PIC 9(7).
       01  WS-DATE-WORK        PIC 9(8).

      *    Sampling plans, in the order loaded.
       01  WS-PL-COUNT             PIC 9(4)    VALUE 0.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 2000 TIMES.
               10  WS-PL-PLANT          PIC X(2).
               10  WS-PL-CELL           PIC X(5).
               10  WS-PL-PRODUCT        PIC X(6).
               10  WS-PL-REQ            PIC 9(3).
               10  WS-PL-MAX-GAP        PIC 9(4).
       01  WS-PL-SUB               PIC 9(4)    COMP.

      *    PARM-CONTROL versions, for the product of a reading that
      *    never posted.
       01  WS-PV-COUNT             PIC 9(4)    VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 2000 TIMES.
               10  WS-PV-PLANT          PIC X(2).
               10  WS-PV-CELL           PIC X(5).
               10  WS-PV-EFF-DATE       PIC 9(8).
               10  WS-PV-PRODUCT        PIC X(6).
       01  WS-PV-SUB               PIC 9(4)    COMP.
       01  WS-BEST-EFF-DATE        PIC 9(8).

      *    The reading being placed in its shift.
       01  WS-RD-DATE              PIC 9(8).
       01  WS-RD-TIME              PIC 9(6).
       01  WS-RD-TIME-X REDEFINES WS-RD-TIME.
           05  WS-RD-HH            PIC 9(2).
           05  WS-RD-MI            PIC 9(2).
           05  WS-RD-SS            PIC 9(2).
       01  WS-RD-SHIFT             PIC X(1).
       01  WS-RD-SHIFT-DATE        PIC 9(8).
       01  WS-RD-PLANT             PIC X(2).
       01  WS-RD-CELL              PIC X(5).
       01  WS-RD-PRODUCT           PIC X(6).
       01  WS-SHIFT-SUB            PIC 9(1).
       01  WS-START-MINS           PIC 9(4).
       01  WS-SHIFT-LENGTH         PIC S9(5).

       COPY SCALTBL.

      *    The cell / product / shift being evaluated.
       01  WS-GRP-KEY.
           05  WS-GRP-PLANT        PIC X(2).
           05  WS-GRP-CELL         PIC X(5).
           05  WS-GRP-PRODUCT      PIC X(6).
           05  WS-GRP-SHIFT-DATE   PIC 9(8).
           05  WS-GRP-SHIFT        PIC X(1).
       01  WS-GRP-REQ              PIC 9(3).
       01  WS-GRP-MAX-GAP          PIC 9(4).
       01  WS-GRP-POSTED           PIC S9(5).
       01  WS-GRP-HELD             PIC 9(5).
       01  WS-GRP-REWORK           PIC 9(5).
       01  WS-GRP-LAST-MINUTE      PIC 9(9).
       01  WS-GRP-LARGEST-GAP      PIC 9(9).
       01  WS-GAP-WORK             PIC 9(9).
       01  WS-GRP-UNPLANNED        PIC 9(5).

      *    Postings at one minute under one TEST-ID, netted before
      *    they count: a reversal and its replacement cancel out.
       01  WS-EVT-MINUTE           PIC 9(9).
       01  WS-EVT-TEST-ID          PIC X(10).
       01  WS-EVT-NET              PIC S9(5).

       01  WS-SHORT-SWITCH     PIC X       VALUE "N".
           88  WS-SHORT                    VALUE "Y".
       01  WS-GAP-SWITCH       PIC X       VALUE "N".
           88  WS-GAP-EXCEEDED             VALUE "Y".
       01  WS-STATUS-TEXT      PIC X(32).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-HH          PIC 9(2).
           05  WS-CURR-MI          PIC 9(2).
           05  WS-CURR-SS          PIC 9(2).
           05  FILLER              PIC X(9).

       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-TIME             PIC X(8).

       01  WS-AUDIT-COUNT          PIC 9(8)    VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(8)    VALUE 0.
       01  WS-HELD-COUNT           PIC 9(8)    VALUE 0.
       01  WS-REWORK-COUNT         PIC 9(8)    VALUE 0.
       01  WS-UNPLANNED-COUNT      PIC 9(8)    VALUE 0.
       01  WS-NOT-RUNNING-COUNT    PIC 9(8)    VALUE 0.
       01  WS-SHIFTS-CHECKED       PIC 9(8)    VALUE 0.
       01  WS-SHIFTS-MET           PIC 9(8)    VALUE 0.
       01  WS-SHIFTS-SHORT         PIC 9(8)    VALUE 0.
       01  WS-SHIFTS-GAP           PIC 9(8)    VALUE 0.
       01  WS-ALERT-COUNT          PIC 9(8)    VALUE 0.

       01  WS-LINES-PER-PAGE       PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT           PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT           PIC 9(4)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGSAMP SAMPLING-PLAN SHORTFALLS".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(13)  VALUE "SHIFT DATES: ".
           05  HDG2-FROM-DATE      PIC X(8).
           05  FILLER              PIC X(6)   VALUE " THRU ".
           05  HDG2-THRU-DATE      PIC X(8).

       01  WS-HEADING-3.
           05  FILLER              PIC X(7)   VALUE " PLANT".
           05  FILLER              PIC X(7)   VALUE "CELL".
           05  FILLER              PIC X(9)   VALUE "PRODUCT".
           05  FILLER              PIC X(10)  VALUE "SHIFT DATE".
           05  FILLER              PIC X(4)   VALUE " SH".
           05  FILLER              PIC X(6)   VALUE "  REQ".
           05  FILLER              PIC X(8)   VALUE "  POSTED".
           05  FILLER              PIC X(7)   VALUE "   HELD".
           05  FILLER              PIC X(7)   VALUE " REWORK".
           05  FILLER              PIC X(9)   VALUE "  MAX GAP".
           05  FILLER              PIC X(9)   VALUE "  ALLOWED".
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  FILLER              PIC X(6)   VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SD-PLANT            PIC X(2).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  SD-CELL             PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SD-PRODUCT          PIC X(6).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  SD-SHIFT-DATE       PIC X(8).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  SD-SHIFT            PIC X(1).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SD-REQ              PIC ZZ9.
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  SD-POSTED           PIC ZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SD-HELD             PIC ZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SD-REWORK           PIC ZZZZ9.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  SD-LARGEST-GAP      PIC ZZZZ9.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  SD-MAX-GAP          PIC ZZZZ9.
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  SD-STATUS           PIC X(32).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  TL-LABEL            PIC X(40).
           05  TL-COUNT            PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = 0
               PERFORM 1100-LOAD-SAMPLING-PLAN
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1300-LOAD-SHIFT-CALENDAR
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1200-LOAD-PARM-CONTROL
           END-IF
           IF RETURN-CODE = 0
               SORT SORT-WORK
                   ON ASCENDING KEY SW-GROUP-KEY
                                    SW-MINUTE
                                    SW-TEST-ID
                                    SW-TYPE
                   INPUT PROCEDURE IS 2000-RELEASE-EVENTS
                   OUTPUT PROCEDURE IS 3000-CHECK-SHIFTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS
               DELIMITED BY SIZE INTO WS-RUN-TIME

           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "NKTGSAMP-FROM-DATE"
           ACCEPT WS-THRU-DATE FROM ENVIRONMENT "NKTGSAMP-THRU-DATE"
           IF WS-THRU-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE-WORK
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-WORK TO WS-THRU-DATE
           END-IF
           IF WS-FROM-DATE = SPACES
               MOVE WS-THRU-DATE TO WS-FROM-DATE
           END-IF

           OPEN OUTPUT SAMP-REPORT
           IF WS-SR-STATUS NOT = "00"
               DISPLAY "NKTGSAMP: UNABLE TO OPEN SAMP-REPORT, STATUS="
                   WS-SR-STATUS
           END-IF
           MOVE WS-FROM-DATE TO HDG2-FROM-DATE
           MOVE WS-THRU-DATE TO HDG2-THRU-DATE
           PERFORM 3900-WRITE-REPORT-HEADERS

           IF WS-FROM-DATE NOT NUMERIC OR WS-THRU-DATE NOT NUMERIC
               OR WS-FROM-DATE > WS-THRU-DATE
               DISPLAY "NKTGSAMP: DATE RANGE " WS-FROM-DATE " THRU "
                   WS-THRU-DATE " IS INVALID - NOTHING CHECKED"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-FROM-DATE TO WS-DATE-WORK
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               MOVE WS-THRU-DATE TO WS-DATE-WORK
               COMPUTE WS-THRU-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               IF WS-FROM-INT = 0 OR WS-THRU-INT = 0
                   DISPLAY "NKTGSAMP: DATE RANGE " WS-FROM-DATE
                       " THRU " WS-THRU-DATE
                       " IS INVALID - NOTHING CHECKED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

      *    Alerts go out behind the night's cell-hold alerts, on the
      *    file the scheduling desk already watches.
           IF RETURN-CODE = 0
               OPEN EXTEND CELL-HOLD-ALERTS
               IF WS-AL-STATUS NOT = "00"
                   OPEN OUTPUT CELL-HOLD-ALERTS
               END-IF
               IF WS-AL-STATUS NOT = "00"
                   DISPLAY "NKTGSAMP: UNABLE TO OPEN CELL-HOLD-ALERTS, "
                       "STATUS=" WS-AL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1100-LOAD-SAMPLING-PLAN.
           OPEN INPUT SAMPLING-PLAN
           IF WS-SP-STATUS NOT = "00"
               DISPLAY "NKTGSAMP: UNABLE TO OPEN SAMPLING-PLAN, "
                   "STATUS=" WS-SP-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-SP-STATUS NOT = "00"
                   READ SAMPLING-PLAN
                       AT END
                           MOVE "10" TO WS-SP-STATUS
                       NOT AT END
                           PERFORM 1110-STORE-PLAN
                   END-READ
               END-PERFORM
               CLOSE SAMPLING-PLAN
           END-IF.

       1110-STORE-PLAN.
           IF WS-PL-COUNT >= 2000
               DISPLAY "NKTGSAMP: SAMPLING-PLAN EXCEEDS 2000 ROWS, "
                   "RUN STOPPED"
               MOVE "10" TO WS-SP-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               IF SP-REQ-READINGS NOT NUMERIC
                   OR SP-MAX-GAP-MINS NOT NUMERIC
                   DISPLAY "NKTGSAMP: SAMPLING-PLAN ROW FOR CELL "
                       SP-TEST-CELL " PRODUCT " SP-PRODUCT-CODE
                       " IS NOT NUMERIC - SKIPPED"
               ELSE
                   ADD 1 TO WS-PL-COUNT
                   IF SP-PLANT-CODE = SPACES
                       MOVE "01" TO WS-PL-PLANT(WS-PL-COUNT)
                   ELSE
                       MOVE SP-PLANT-CODE TO WS-PL-PLANT(WS-PL-COUNT)
                   END-IF
                   MOVE SP-TEST-CELL TO WS-PL-CELL(WS-PL-COUNT)
                   MOVE SP-PRODUCT-CODE TO WS-PL-PRODUCT(WS-PL-COUNT)
                   MOVE SP-REQ-READINGS TO WS-PL-REQ(WS-PL-COUNT)
                   MOVE SP-MAX-GAP-MINS TO WS-PL-MAX-GAP(WS-PL-COUNT)
               END-IF
           END-IF.

       1200-LOAD-PARM-CONTROL.
           OPEN INPUT PARM-CONTROL
           IF WS-PC-STATUS NOT = "00"
               DISPLAY "NKTGSAMP: UNABLE TO OPEN PARM-CONTROL, "
                   "STATUS=" WS-PC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-PC-STATUS NOT = "00"
                   READ PARM-CONTROL
                       AT END
                           MOVE "10" TO WS-PC-STATUS
                       NOT AT END
                           PERFORM 1210-STORE-PARM-VERSION
                   END-READ
               END-PERFORM
               CLOSE PARM-CONTROL
           END-IF.

       1210-STORE-PARM-VERSION.
           IF WS-PV-COUNT >= 2000
               DISPLAY "NKTGSAMP: PARM-CONTROL EXCEEDS 2000 ROWS, "
                   "RUN STOPPED"
               MOVE "10" TO WS-PC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PV-COUNT
               IF PC-PLANT-CODE = SPACES
                   MOVE "01" TO WS-PV-PLANT(WS-PV-COUNT)
               ELSE
                   MOVE PC-PLANT-CODE TO WS-PV-PLANT(WS-PV-COUNT)
               END-IF
               MOVE PC-TEST-CELL TO WS-PV-CELL(WS-PV-COUNT)
               MOVE PC-EFF-DATE TO WS-PV-EFF-DATE(WS-PV-COUNT)
               MOVE PC-PRODUCT-CODE TO WS-PV-PRODUCT(WS-PV-COUNT)
           END-IF.

       1300-LOAD-SHIFT-CALENDAR.
           OPEN INPUT SHIFT-CALENDAR
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "NKTGSAMP: NO SHIFT CALENDAR, STANDARD SHIFTS "
                   "USED"
           ELSE
               PERFORM UNTIL WS-SH-STATUS NOT = "00"
                   READ SHIFT-CALENDAR
                       AT END
                           MOVE "10" TO WS-SH-STATUS
                       NOT AT END
                           PERFORM 1310-STORE-CALENDAR-ROW
                   END-READ
               END-PERFORM
               CLOSE SHIFT-CALENDAR
           END-IF.

       1310-STORE-CALENDAR-ROW.
           IF WS-SCAL-COUNT >= 2000
               DISPLAY "NKTGSAMP: SHIFT-CALENDAR EXCEEDS 2000 ROWS - "
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
       1320-FIND-SHIFT-PATTERN.
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
       1330-DERIVE-SHIFT.
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-PAT-DATE
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-SHIFT-DATE
           PERFORM 1320-FIND-SHIFT-PATTERN
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
                   PERFORM 1320-FIND-SHIFT-PATTERN
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
      *    WS-SCAL-WORKING-DAY when the pattern in force works the
      *    day of the week of WS-SCAL-LOOK-DATE (day 1 of the integer
      *    calendar, 1 January 1601, was a Monday) and no "N" row
      *    shuts the plant that day.
      ******************************************************************
       1340-CHECK-WORKING-DAY.
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-PAT-DATE
           PERFORM 1320-FIND-SHIFT-PATTERN
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
      *    Sort input: the shift markers for every plan, then every
      *    reading event from the trail, the suspense file and the
      *    open rejects.
      ******************************************************************
       2000-RELEASE-EVENTS.
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-THRU-INT
               PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
                   MOVE WS-PL-PLANT(WS-PL-SUB) TO WS-SCAL-LOOK-PLANT
                   COMPUTE WS-SCAL-LOOK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   PERFORM 1340-CHECK-WORKING-DAY
                   IF WS-SCAL-WORKING-DAY
                       PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                           UNTIL WS-SHIFT-SUB > WS-PAT-SHIFT-COUNT
                           PERFORM 2100-RELEASE-SHIFT-MARKERS
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 2200-RELEASE-POSTINGS
           PERFORM 2300-RELEASE-SUSPENSE
           PERFORM 2400-RELEASE-OPEN-REJECTS.

      ******************************************************************
      *    Shift start and end from the pattern in force for the
      *    plan's plant on the shift date (left in WS-SHIFT-PATTERN
      *    by 1340).  A shift ending at or before its start time
      *    runs into the next morning.
      ******************************************************************
       2100-RELEASE-SHIFT-MARKERS.
           MOVE SPACES TO SW-RECORD
           MOVE WS-PL-PLANT(WS-PL-SUB) TO SW-PLANT-CODE
           MOVE WS-PL-CELL(WS-PL-SUB) TO SW-TEST-CELL
           MOVE WS-PL-PRODUCT(WS-PL-SUB) TO SW-PRODUCT-CODE
           COMPUTE SW-SHIFT-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-SHIFT-SUB TO SW-SHIFT
           MOVE WS-PL-REQ(WS-PL-SUB) TO SW-REQ-READINGS
           MOVE WS-PL-MAX-GAP(WS-PL-SUB) TO SW-MAX-GAP-MINS
           COMPUTE WS-START-MINS =
               WS-PAT-START-HH(WS-SHIFT-SUB) * 60
               + WS-PAT-START-MI(WS-SHIFT-SUB)
           COMPUTE WS-SHIFT-LENGTH =
               WS-PAT-END-HH(WS-SHIFT-SUB) * 60
               + WS-PAT-END-MI(WS-SHIFT-SUB) - WS-START-MINS
           IF WS-SHIFT-LENGTH NOT > 0
               ADD 1440 TO WS-SHIFT-LENGTH
           END-IF
           COMPUTE SW-MINUTE = WS-DAY-INT * 1440 + WS-START-MINS
           MOVE "A" TO SW-TYPE
           RELEASE SW-RECORD
           ADD WS-SHIFT-LENGTH TO SW-MINUTE
           MOVE "Z" TO SW-TYPE
           RELEASE SW-RECORD.

      ******************************************************************
      *    Originals and "T" retests post a reading; an "R" takes a
      *    posting back (a correction's "C" then re-posts it, so the
      *    corrected reading counts once).  "E" and "H" records carry
      *    no posting - held readings are counted off SUSPENSE.
      ******************************************************************
       2200-RELEASE-POSTINGS.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NKTGSAMP: UNABLE TO OPEN AUDIT-TRAIL, STATUS="
                   WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-AU-STATUS NOT = "00"
                   READ AUDIT-TRAIL
                       AT END
                           MOVE "10" TO WS-AU-STATUS
                       NOT AT END
                           ADD 1 TO WS-AUDIT-COUNT
                           PERFORM 2210-RELEASE-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.

       2210-RELEASE-ONE-POSTING.
           IF (AU-ACTION = SPACE OR AU-ACTION = "T"
               OR AU-ACTION = "R" OR AU-ACTION = "C")
               AND AU-READING-DATE NUMERIC
               AND AU-READING-TIME NUMERIC
               MOVE AU-READING-DATE TO WS-RD-DATE
               MOVE AU-READING-TIME TO WS-RD-TIME
               MOVE AU-SHIFT TO WS-RD-SHIFT
               IF AU-PLANT-CODE = SPACES
                   MOVE "01" TO WS-RD-PLANT
               ELSE
                   MOVE AU-PLANT-CODE TO WS-RD-PLANT
               END-IF
               PERFORM 2500-PLACE-IN-SHIFT
               IF WS-RD-SHIFT-DATE NOT < WS-FROM-DATE
                   AND WS-RD-SHIFT-DATE NOT > WS-THRU-DATE
                   MOVE AU-TEST-CELL TO WS-RD-CELL
                   MOVE AU-PRODUCT-CODE TO WS-RD-PRODUCT
                   MOVE AU-TEST-ID TO SW-TEST-ID
                   IF AU-ACTION = "R"
                       MOVE "R" TO SW-TYPE
                   ELSE
                       MOVE "P" TO SW-TYPE
                   END-IF
                   PERFORM 2600-RELEASE-READING
               END-IF
           END-IF.

       2300-RELEASE-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SU-STATUS NOT = "00"
               DISPLAY "NKTGSAMP: NO SUSPENSE FILE, STATUS="
                   WS-SU-STATUS
           ELSE
               PERFORM UNTIL WS-SU-STATUS NOT = "00"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SU-STATUS
                       NOT AT END
                           PERFORM 2310-RELEASE-HELD-READING
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       2310-RELEASE-HELD-READING.
           IF SU-READING-DATE NUMERIC AND SU-READING-TIME NUMERIC
               MOVE SU-READING-DATE TO WS-RD-DATE
               MOVE SU-READING-TIME TO WS-RD-TIME
               MOVE SPACE TO WS-RD-SHIFT
               IF SU-PLANT-CODE = SPACES
                   MOVE "01" TO WS-RD-PLANT
               ELSE
                   MOVE SU-PLANT-CODE TO WS-RD-PLANT
               END-IF
               PERFORM 2500-PLACE-IN-SHIFT
               IF WS-RD-SHIFT-DATE NOT < WS-FROM-DATE
                   AND WS-RD-SHIFT-DATE NOT > WS-THRU-DATE
                   MOVE SU-TEST-CELL TO WS-RD-CELL
                   PERFORM 2700-FIND-CELL-PRODUCT
                   MOVE SU-TEST-ID TO SW-TEST-ID
                   MOVE "H" TO SW-TYPE
                   PERFORM 2600-RELEASE-READING
               END-IF
           END-IF.

       2400-RELEASE-OPEN-REJECTS.
           OPEN INPUT REWORK-OPEN
           IF WS-RW-STATUS NOT = "00"
               DISPLAY "NKTGSAMP: NO REWORK CARRY-FORWARD, STATUS="
                   WS-RW-STATUS
           ELSE
               PERFORM UNTIL WS-RW-STATUS NOT = "00"
                   READ REWORK-OPEN
                       AT END
                           MOVE "10" TO WS-RW-STATUS
                       NOT AT END
                           PERFORM 2410-RELEASE-OPEN-REJECT
                   END-READ
               END-PERFORM
               CLOSE REWORK-OPEN
           END-IF.

      *    A reject whose timestamp was the fault cannot be placed
      *    in a shift and is left out.
       2410-RELEASE-OPEN-REJECT.
           IF RW-READING-DATE NUMERIC AND RW-READING-TIME NUMERIC
               MOVE RW-READING-DATE TO WS-RD-DATE
               MOVE RW-READING-TIME TO WS-RD-TIME
               MOVE SPACE TO WS-RD-SHIFT
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RD-DATE)
               IF WS-DATE-INT > 0 AND WS-RD-HH < 24
                   IF RW-PLANT-CODE = SPACES
                       MOVE "01" TO WS-RD-PLANT
                   ELSE
                       MOVE RW-PLANT-CODE TO WS-RD-PLANT
                   END-IF
                   PERFORM 2500-PLACE-IN-SHIFT
                   IF WS-RD-SHIFT-DATE NOT < WS-FROM-DATE
                       AND WS-RD-SHIFT-DATE NOT > WS-THRU-DATE
                       MOVE RW-TEST-CELL TO WS-RD-CELL
                       PERFORM 2700-FIND-CELL-PRODUCT
                       MOVE RW-TEST-ID TO SW-TEST-ID
                       MOVE "W" TO SW-TYPE
                       PERFORM 2600-RELEASE-READING
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    The shift on the audit record when there is one, otherwise
      *    the reading plant's shift calendar applied to the reading's
      *    clock.  A reading before the first shift's start belongs
      *    to the last shift that started the day before.
      ******************************************************************
       2500-PLACE-IN-SHIFT.
           MOVE WS-RD-PLANT TO WS-SCAL-LOOK-PLANT
           MOVE WS-RD-DATE TO WS-SCAL-LOOK-DATE
           MOVE WS-RD-TIME TO WS-SCAL-LOOK-TIME
           PERFORM 1330-DERIVE-SHIFT
           IF WS-RD-SHIFT NOT = "1" AND WS-RD-SHIFT NOT = "2"
               AND WS-RD-SHIFT NOT = "3"
               MOVE WS-SCAL-SHIFT TO WS-RD-SHIFT
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RD-DATE)
           MOVE WS-RD-DATE TO WS-RD-SHIFT-DATE
           IF WS-RD-SHIFT = WS-SCAL-SHIFT
               MOVE WS-SCAL-SHIFT-DATE TO WS-RD-SHIFT-DATE
           END-IF.

       2600-RELEASE-READING.
           MOVE WS-RD-PLANT TO SW-PLANT-CODE
           MOVE WS-RD-CELL TO SW-TEST-CELL
           MOVE WS-RD-PRODUCT TO SW-PRODUCT-CODE
           MOVE WS-RD-SHIFT-DATE TO SW-SHIFT-DATE
           MOVE WS-RD-SHIFT TO SW-SHIFT
           COMPUTE SW-MINUTE = WS-DATE-INT * 1440
               + WS-RD-HH * 60 + WS-RD-MI
           MOVE 0 TO SW-REQ-READINGS
           MOVE 0 TO SW-MAX-GAP-MINS
           RELEASE SW-RECORD.

       2700-FIND-CELL-PRODUCT.
           MOVE SPACES TO WS-RD-PRODUCT
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PV-COUNT
               IF WS-PV-PLANT(WS-PV-SUB) = WS-RD-PLANT
                   AND WS-PV-CELL(WS-PV-SUB) = WS-RD-CELL
                   AND WS-PV-EFF-DATE(WS-PV-SUB) NOT > WS-RD-DATE
                   AND WS-PV-EFF-DATE(WS-PV-SUB)
                       NOT < WS-BEST-EFF-DATE
                   MOVE WS-PV-PRODUCT(WS-PV-SUB) TO WS-RD-PRODUCT
                   MOVE WS-PV-EFF-DATE(WS-PV-SUB) TO WS-BEST-EFF-DATE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    Sort output: one group per plant / cell / product / shift.
      *    Only a group opened by a shift marker has a plan to check.
      ******************************************************************
       3000-CHECK-SHIFTS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-RETURN-EVENT UNTIL WS-EOF
           IF WS-GROUP-OPEN
               PERFORM 3300-FINISH-GROUP
           END-IF.

       3100-RETURN-EVENT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-GROUP-OPEN AND SW-GROUP-KEY NOT = WS-GRP-KEY
                       PERFORM 3300-FINISH-GROUP
                   END-IF
                   IF NOT WS-GROUP-OPEN
                       PERFORM 3200-START-GROUP
                   END-IF
                   PERFORM 3110-APPLY-EVENT
           END-RETURN.

       3110-APPLY-EVENT.
           IF WS-EVENT-OPEN
               AND (SW-MINUTE NOT = WS-EVT-MINUTE
                    OR SW-TEST-ID NOT = WS-EVT-TEST-ID
                    OR SW-TYPE = "Z")
               PERFORM 3120-CLOSE-EVENT
           END-IF
           EVALUATE SW-TYPE
               WHEN "A"
                   MOVE "Y" TO WS-PLANNED-SWITCH
                   MOVE SW-REQ-READINGS TO WS-GRP-REQ
                   MOVE SW-MAX-GAP-MINS TO WS-GRP-MAX-GAP
                   MOVE SW-MINUTE TO WS-GRP-LAST-MINUTE
               WHEN "Z"
                   IF SW-MINUTE > WS-GRP-LAST-MINUTE
                       COMPUTE WS-GAP-WORK =
                           SW-MINUTE - WS-GRP-LAST-MINUTE
                       IF WS-GAP-WORK > WS-GRP-LARGEST-GAP
                           MOVE WS-GAP-WORK TO WS-GRP-LARGEST-GAP
                       END-IF
                   END-IF
               WHEN "H"
                   ADD 1 TO WS-GRP-HELD
               WHEN "W"
                   ADD 1 TO WS-GRP-REWORK
               WHEN "P"
               WHEN "R"
                   IF NOT WS-EVENT-OPEN
                       MOVE "Y" TO WS-EVENT-OPEN-SWITCH
                       MOVE SW-MINUTE TO WS-EVT-MINUTE
                       MOVE SW-TEST-ID TO WS-EVT-TEST-ID
                       MOVE 0 TO WS-EVT-NET
                   END-IF
                   IF SW-TYPE = "P"
                       ADD 1 TO WS-EVT-NET
                   ELSE
                       SUBTRACT 1 FROM WS-EVT-NET
                   END-IF
           END-EVALUATE.

      *    A net posting counts as a reading and is timed against the
      *    one before it; a posting taken back leaves no reading.
       3120-CLOSE-EVENT.
           MOVE "N" TO WS-EVENT-OPEN-SWITCH
           IF WS-EVT-NET > 0
               ADD WS-EVT-NET TO WS-GRP-POSTED
               IF WS-PLANNED
                   IF WS-EVT-MINUTE > WS-GRP-LAST-MINUTE
                       COMPUTE WS-GAP-WORK =
                           WS-EVT-MINUTE - WS-GRP-LAST-MINUTE
                       IF WS-GAP-WORK > WS-GRP-LARGEST-GAP
                           MOVE WS-GAP-WORK TO WS-GRP-LARGEST-GAP
                       END-IF
                   END-IF
                   MOVE WS-EVT-MINUTE TO WS-GRP-LAST-MINUTE
               END-IF
           END-IF.

       3200-START-GROUP.
           MOVE "Y" TO WS-GROUP-OPEN-SWITCH
           MOVE SW-GROUP-KEY TO WS-GRP-KEY
           MOVE "N" TO WS-PLANNED-SWITCH
           MOVE "N" TO WS-EVENT-OPEN-SWITCH
           MOVE 0 TO WS-GRP-REQ
           MOVE 0 TO WS-GRP-MAX-GAP
           MOVE 0 TO WS-GRP-POSTED
           MOVE 0 TO WS-GRP-HELD
           MOVE 0 TO WS-GRP-REWORK
           MOVE 0 TO WS-GRP-LAST-MINUTE
           MOVE 0 TO WS-GRP-LARGEST-GAP.

       3300-FINISH-GROUP.
           IF WS-EVENT-OPEN
               PERFORM 3120-CLOSE-EVENT
           END-IF
           MOVE "N" TO WS-GROUP-OPEN-SWITCH
           IF WS-GRP-POSTED > 0
               ADD WS-GRP-POSTED TO WS-POSTED-COUNT
           END-IF
           ADD WS-GRP-HELD TO WS-HELD-COUNT
           ADD WS-GRP-REWORK TO WS-REWORK-COUNT
           IF WS-PLANNED
               AND WS-GRP-POSTED NOT > 0
               AND WS-GRP-HELD = 0 AND WS-GRP-REWORK = 0
               PERFORM 3310-CHECK-PRODUCT-ON-CELL
           END-IF
           IF NOT WS-PLANNED
               IF WS-GRP-POSTED > 0
                   ADD WS-GRP-POSTED TO WS-UNPLANNED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-SHIFTS-CHECKED
               MOVE "N" TO WS-SHORT-SWITCH
               MOVE "N" TO WS-GAP-SWITCH
               IF WS-GRP-POSTED < WS-GRP-REQ
                   MOVE "Y" TO WS-SHORT-SWITCH
                   ADD 1 TO WS-SHIFTS-SHORT
               END-IF
               IF WS-GRP-MAX-GAP > 0
                   AND WS-GRP-LARGEST-GAP > WS-GRP-MAX-GAP
                   MOVE "Y" TO WS-GAP-SWITCH
                   ADD 1 TO WS-SHIFTS-GAP
               END-IF
               IF WS-SHORT OR WS-GAP-EXCEEDED
                   PERFORM 3400-REPORT-MISS
               ELSE
                   ADD 1 TO WS-SHIFTS-MET
               END-IF
           END-IF.

      *    A shift with nothing taken is only a miss for the product
      *    PARM-CONTROL had on the cell that day - a cell's other
      *    planned products were not running.
       3310-CHECK-PRODUCT-ON-CELL.
           MOVE WS-GRP-PLANT TO WS-RD-PLANT
           MOVE WS-GRP-CELL TO WS-RD-CELL
           MOVE WS-GRP-SHIFT-DATE TO WS-RD-DATE
           PERFORM 2700-FIND-CELL-PRODUCT
           IF WS-RD-PRODUCT NOT = SPACES
               AND WS-RD-PRODUCT NOT = WS-GRP-PRODUCT
               MOVE "N" TO WS-PLANNED-SWITCH
               ADD 1 TO WS-NOT-RUNNING-COUNT
           END-IF.

       3400-REPORT-MISS.
           MOVE SPACES TO WS-STATUS-TEXT
           EVALUATE TRUE
               WHEN WS-SHORT AND WS-GAP-EXCEEDED
                   MOVE "SHORT AND GAP EXCEEDED" TO WS-STATUS-TEXT
               WHEN WS-SHORT
                   MOVE "SHORT" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "GAP EXCEEDED" TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-SHORT
               AND WS-GRP-POSTED + WS-GRP-HELD + WS-GRP-REWORK
                   NOT < WS-GRP-REQ
               MOVE "SHORT - TAKEN, NOT POSTED" TO WS-STATUS-TEXT
               IF WS-GAP-EXCEEDED
                   MOVE "TAKEN NOT POSTED, GAP EXCEEDED"
                       TO WS-STATUS-TEXT
               END-IF
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-GRP-PLANT TO SD-PLANT
           MOVE WS-GRP-CELL TO SD-CELL
           MOVE WS-GRP-PRODUCT TO SD-PRODUCT
           MOVE WS-GRP-SHIFT-DATE TO SD-SHIFT-DATE
           MOVE WS-GRP-SHIFT TO SD-SHIFT
           MOVE WS-GRP-REQ TO SD-REQ
           MOVE WS-GRP-POSTED TO SD-POSTED
           MOVE WS-GRP-HELD TO SD-HELD
           MOVE WS-GRP-REWORK TO SD-REWORK
           MOVE WS-GRP-LARGEST-GAP TO SD-LARGEST-GAP
           MOVE WS-GRP-MAX-GAP TO SD-MAX-GAP
           MOVE WS-STATUS-TEXT TO SD-STATUS
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-DETAIL-LINE TO SR-RECORD
           WRITE SR-RECORD
           ADD 1 TO WS-LINE-COUNT

           MOVE SPACES TO AL-RECORD
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE WS-GRP-SHIFT TO AL-SHIFT
           MOVE WS-GRP-CELL TO AL-TEST-CELL
           MOVE SPACES TO AL-TEST-ID
           IF WS-GRP-POSTED > 0
               MOVE WS-GRP-POSTED TO AL-CONSEC-COUNT
           ELSE
               MOVE 0 TO AL-CONSEC-COUNT
           END-IF
           STRING "SAMPLE PLAN MISS " WS-GRP-PRODUCT " "
               WS-GRP-SHIFT-DATE " REQ " WS-GRP-REQ
               DELIMITED BY SIZE INTO AL-REASON
           MOVE WS-GRP-PLANT TO AL-PLANT-CODE
           WRITE AL-RECORD
           ADD 1 TO WS-ALERT-COUNT.

       3900-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO SR-RECORD
           WRITE SR-RECORD

           MOVE WS-HEADING-2 TO SR-RECORD
           WRITE SR-RECORD

           MOVE SPACES TO SR-RECORD
           WRITE SR-RECORD

           MOVE WS-HEADING-3 TO SR-RECORD
           WRITE SR-RECORD

           MOVE 0 TO WS-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO SR-RECORD
           WRITE SR-RECORD
           MOVE "AUDIT RECORDS READ" TO TL-LABEL
           MOVE WS-AUDIT-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "READINGS POSTED IN RANGE" TO TL-LABEL
           MOVE WS-POSTED-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "  ON CELLS/PRODUCTS WITH NO PLAN" TO TL-LABEL
           MOVE WS-UNPLANNED-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "TAKEN NOT POSTED - HELD ON SUSPENSE" TO TL-LABEL
           MOVE WS-HELD-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "TAKEN NOT POSTED - OPEN ON REWORK" TO TL-LABEL
           MOVE WS-REWORK-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "PLANNED SHIFTS CHECKED" TO TL-LABEL
           MOVE WS-SHIFTS-CHECKED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "PLANNED SHIFTS - PRODUCT NOT ON CELL" TO TL-LABEL
           MOVE WS-NOT-RUNNING-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "PLANNED SHIFTS MET" TO TL-LABEL
           MOVE WS-SHIFTS-MET TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "SHIFTS SHORT OF REQUIRED READINGS" TO TL-LABEL
           MOVE WS-SHIFTS-SHORT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "SHIFTS OVER THE ALLOWED GAP" TO TL-LABEL
           MOVE WS-SHIFTS-GAP TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "ALERTS WRITTEN" TO TL-LABEL
           MOVE WS-ALERT-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE

           IF WS-AL-STATUS = "00"
               CLOSE CELL-HOLD-ALERTS
           END-IF
           CLOSE SAMP-REPORT
           IF RETURN-CODE = 0 AND WS-ALERT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9010-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO SR-RECORD
           WRITE SR-RECORD.
