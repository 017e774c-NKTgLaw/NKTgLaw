       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGIMPT.
      ******************************************************************
      *    NKTGIMPT - change-impact dry run for pending PARM-CONTROL
      *    and TOLERANCE-SPEC maintenance.  Reads the PARMTRAN
      *    transactions NKTGPARM would apply (PMTRNREC) and, for
      *    each, replays the recent RESULTS-MASTER history of the
      *    transaction's plant/cell as if the change had been in
      *    place:
      *      - a tolerance change ("T") re-judges the posted NKTG1 /
      *        NKTG2 values against the proposed limits and warning
      *        bands;
      *      - a parameter change ("P") recomputes P, NKTG1 and
      *        NKTG2 from the proposed X/V/M/DM-DT with the NKTGLAW
      *        formulas (P = M * V, NKTG1 = X * P, NKTG2 = DM-DT * P
      *        for static-thrust or DM-DT ** 2 * P for pump-flow)
      *        and judges them against the limits in effect on the
      *        reading date.
      *    Every reading of the transaction's plant/cell in the
      *    window is replayed under the proposed version, whatever
      *    its effective date - the question is what the change
      *    would do to readings like these, and a pending change is
      *    normally dated after all of them.  A delete replays them
      *    under the version that would remain: the latest one for
      *    the plant/cell effective on or before the reading date,
      *    the deleted version passed over.  The "before" side is the
      *    judgement posted on the master.  The test type is not kept
      *    on the master, so a reading is taken as pump-flow when its
      *    posted NKTG2 is the flow-squared product of its posted P
      *    under the version in effect on its reading date.
      *    Each transaction is assessed on its own against the
      *    masters as they stand, not on top of the transactions
      *    ahead of it in the file.  Shift-calendar ("C")
      *    transactions change no judgement and are passed over,
      *    counted on the totals only.
      *    The report (IMPTRPT) shows per transaction the readings
      *    replayed, a before/after matrix of their P/W/F judgements
      *    ("U" = unjudged: no limits or parameters in effect, or a
      *    recomputed value overflowing) and the first-pass yield
      *    (original readings, retests excluded, landing "P" or "W")
      *    before and after.  Nothing is updated.
      *    Environment NKTGIMPT-DAYS sets the look-back window in
      *    days of reading date (default 90).
      *    RETURN-CODE 8 when a transaction could not be assessed
      *    (NKTGPARM would reject it), 16 when a file cannot be
      *    processed at all.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-TRANS ASSIGN TO "PARMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TN-STATUS.
           SELECT PARM-CONTROL ASSIGN TO "PARMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT TOLERANCE-SPEC ASSIGN TO "TOLSPEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "NKTGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-MASTER-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT IMPACT-REPORT ASSIGN TO "IMPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-TRANS
           RECORDING MODE IS F.
       COPY PMTRNREC.

       FD  PARM-CONTROL
           RECORDING MODE IS F.
       COPY PARMREC.

       FD  TOLERANCE-SPEC
           RECORDING MODE IS F.
       COPY TOLREC.

       FD  RESULTS-MASTER.
       COPY RSLTMREC.

       FD  IMPACT-REPORT
           RECORDING MODE IS F.
       01  IR-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TN-STATUS        PIC XX.
       01  WS-PC-STATUS        PIC XX.
       01  WS-TS-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-IR-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-TRN-VALID-SWITCH PIC X       VALUE "Y".
           88  WS-TRN-VALID                VALUE "Y".
           88  WS-TRN-INVALID              VALUE "N".
       01  WS-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-LIMITS-SWITCH    PIC X       VALUE "N".
           88  WS-LIMITS-FOUND             VALUE "Y".
       01  WS-PARMS-SWITCH     PIC X       VALUE "N".
           88  WS-PARMS-FOUND              VALUE "Y".
       01  WS-COMPUTE-SWITCH   PIC X       VALUE "Y".
           88  WS-COMPUTE-VALID            VALUE "Y".
       01  WS-PUMP-SWITCH      PIC X       VALUE "N".
           88  WS-PUMP-FLOW                VALUE "Y".
       01  WS-WARN-SWITCH      PIC X       VALUE "N".
           88  WS-IN-WARN-BAND             VALUE "Y".

       01  WS-TRN-ERROR        PIC X(40).
       01  WS-EDIT-EFF-DATE    PIC X(8).
       01  WS-TRN-PLANT        PIC X(2).
       01  WS-TRN-CELL         PIC X(5).
       01  WS-TRN-EFF-DATE     PIC 9(8).
       01  WS-SKIP-EFF-DATE    PIC 9(8).
       01  WS-BEST-EFF-DATE    PIC 9(8).
       01  WS-BEST-SUB         PIC 9(4)    COMP.
       01  WS-PV-SUB           PIC 9(4)    COMP.
       01  WS-TV-SUB           PIC 9(4)    COMP.
       01  WS-HR-SUB           PIC 9(5)    COMP.
       01  WS-BEFORE-SUB       PIC 9(1)    COMP.
       01  WS-AFTER-SUB        PIC 9(1)    COMP.
       01  WS-ROW-SUB          PIC 9(1)    COMP.
       01  WS-COL-SUB          PIC 9(1)    COMP.
       01  WS-JUDGED-FLAG      PIC X(1).

       01  WS-DAYS-X           PIC X(3).
       01  WS-DAYS-BACK        PIC 9(3)    VALUE 90.
       01  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
       01  WS-RUN-DATE-INT         PIC 9(8).
       01  WS-WINDOW-START-INT     PIC 9(8).
       01  WS-WINDOW-START         PIC 9(8).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  FILLER              PIC X(13).

       01  WS-RUN-DATE             PIC X(10).

       01  WS-TRN-COUNT            PIC 9(6)    VALUE 0.
       01  WS-ASSESSED-COUNT       PIC 9(6)    VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(6)    VALUE 0.
       01  WS-CAL-SKIP-COUNT       PIC 9(6)    VALUE 0.
       01  WS-REPLAY-TOTAL         PIC 9(8)    VALUE 0.

      ******************************************************************
      *    Values a reading is recomputed or judged with - the same
      *    pictures NKTGLAW calculates into, so a recomputation
      *    truncates and overflows exactly as the posting run would.
      ******************************************************************
       01  WS-X                PIC 9(3)V9(2).
       01  WS-V                PIC 9(3)V9(2).
       01  WS-M                PIC S9(3)V9(2).
       01  WS-DM-DT            PIC 9(3)V9(2).
       01  P                   PIC 9(3)V9(2).
       01  NKTG1               PIC 9(3)V9(2).
       01  NKTG2               PIC 9(3)V9(2).
       01  WS-CHK-NKTG2        PIC 9(3)V9(2).

       01  WS-JUDGE-LIMITS.
           05  WS-JL-NKTG1-LOW     PIC 9(3)V9(2).
           05  WS-JL-NKTG1-HIGH    PIC 9(3)V9(2).
           05  WS-JL-NKTG2-LOW     PIC 9(3)V9(2).
           05  WS-JL-NKTG2-HIGH    PIC 9(3)V9(2).
           05  WS-JL-N1-WARN-LOW   PIC 9(3)V9(2).
           05  WS-JL-N1-WARN-HIGH  PIC 9(3)V9(2).
           05  WS-JL-N2-WARN-LOW   PIC 9(3)V9(2).
           05  WS-JL-N2-WARN-HIGH  PIC 9(3)V9(2).

      ******************************************************************
      *    Every PARM-CONTROL and TOLERANCE-SPEC version on file, so
      *    each reading is replayed under the version in effect on
      *    its own reading date.
      ******************************************************************
       01  WS-PV-COUNT             PIC 9(4)    VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PV-COUNT.
               10  WS-PV-PLANT          PIC X(2).
               10  WS-PV-CELL           PIC X(5).
               10  WS-PV-EFF-DATE       PIC 9(8).
               10  WS-PV-X              PIC 9(3)V9(2).
               10  WS-PV-V              PIC 9(3)V9(2).
               10  WS-PV-M              PIC S9(3)V9(2).
               10  WS-PV-DM-DT          PIC 9(3)V9(2).

       01  WS-TV-COUNT             PIC 9(4)    VALUE 0.
       01  WS-TV-TABLE.
           05  WS-TV-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-TV-COUNT.
               10  WS-TV-PLANT          PIC X(2).
               10  WS-TV-CELL           PIC X(5).
               10  WS-TV-EFF-DATE       PIC 9(8).
               10  WS-TV-LIMITS.
                   15  WS-TV-NKTG1-LOW      PIC 9(3)V9(2).
                   15  WS-TV-NKTG1-HIGH     PIC 9(3)V9(2).
                   15  WS-TV-NKTG2-LOW      PIC 9(3)V9(2).
                   15  WS-TV-NKTG2-HIGH     PIC 9(3)V9(2).
                   15  WS-TV-N1-WARN-LOW    PIC 9(3)V9(2).
                   15  WS-TV-N1-WARN-HIGH   PIC 9(3)V9(2).
                   15  WS-TV-N2-WARN-LOW    PIC 9(3)V9(2).
                   15  WS-TV-N2-WARN-HIGH   PIC 9(3)V9(2).

      ******************************************************************
      *    Readings inside the look-back window, collected by one
      *    pass of the master and replayed from memory for every
      *    transaction.  A truncated history would understate the
      *    impact, so an overflow stops the run.
      ******************************************************************
       01  WS-HR-COUNT             PIC 9(5)    COMP VALUE 0.
       01  WS-HR-TABLE.
           05  WS-HR-ENTRY OCCURS 20000 TIMES.
               10  WS-HR-PLANT          PIC X(2).
               10  WS-HR-CELL           PIC X(5).
               10  WS-HR-READ-DATE      PIC 9(8).
               10  WS-HR-P              PIC 9(3)V9(2).
               10  WS-HR-NKTG1          PIC 9(3)V9(2).
               10  WS-HR-NKTG2          PIC 9(3)V9(2).
               10  WS-HR-PASS-FAIL      PIC X(1).
               10  WS-HR-ORIGINAL       PIC X(1).

      ******************************************************************
      *    Before/after judgement matrix for the transaction in hand:
      *    row = judgement as posted, column = judgement replayed,
      *    both in the order P, W, F, U.
      ******************************************************************
       01  WS-MOVE-MATRIX.
           05  WS-MOVE-ROW OCCURS 4 TIMES.
               10  WS-MOVE-CELL OCCURS 4 TIMES PIC 9(7).
       01  WS-CATEGORY-CODES       PIC X(4)    VALUE "PWFU".
       01  WS-REPLAY-COUNT         PIC 9(7)    VALUE 0.
       01  WS-MOVED-COUNT          PIC 9(7)    VALUE 0.
       01  WS-ORIG-COUNT           PIC 9(7)    VALUE 0.
       01  WS-ORIG-PASS-BEFORE     PIC 9(7)    VALUE 0.
       01  WS-ORIG-PASS-AFTER      PIC 9(7)    VALUE 0.
       01  WS-YIELD-BEFORE         PIC 9(3)V9  VALUE 0.
       01  WS-YIELD-AFTER          PIC 9(3)V9  VALUE 0.

       01  WS-LINES-PER-PAGE       PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT           PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT           PIC 9(4)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGIMPT PARAMETER CHANGE IMPACT".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(30)
               VALUE "READINGS DATED ON OR AFTER ".
           05  HDG2-WINDOW-START   PIC 9(8).
           05  FILLER              PIC X(4)   VALUE "  (".
           05  HDG2-DAYS           PIC ZZ9.
           05  FILLER              PIC X(11)  VALUE " DAY WINDOW".
           05  FILLER              PIC X(1)   VALUE ")".

       01  WS-TRN-LINE.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(12)  VALUE "TRANSACTION ".
           05  ITL-SEQ             PIC ZZZZ9.
           05  FILLER              PIC X(8)   VALUE "   FILE ".
           05  ITL-FILE-TYPE       PIC X(1).
           05  FILLER              PIC X(9)   VALUE "  ACTION ".
           05  ITL-ACTION          PIC X(1).
           05  FILLER              PIC X(7)   VALUE "  USER ".
           05  ITL-USER-ID         PIC X(8).
           05  FILLER              PIC X(8)   VALUE "  PLANT ".
           05  ITL-PLANT           PIC X(2).
           05  FILLER              PIC X(7)   VALUE "  CELL ".
           05  ITL-CELL            PIC X(5).
           05  FILLER              PIC X(12)  VALUE "  EFFECTIVE ".
           05  ITL-EFF-DATE        PIC X(8).

       01  WS-REJECT-LINE.
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  FILLER              PIC X(16)  VALUE "NOT ASSESSED - ".
           05  IRL-REASON          PIC X(40).

       01  WS-REPLAY-LINE.
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  FILLER              PIC X(19)
               VALUE "READINGS REPLAYED: ".
           05  IPL-REPLAYED        PIC ZZZZZZ9.
           05  FILLER              PIC X(14)  VALUE "   ORIGINALS: ".
           05  IPL-ORIGINALS       PIC ZZZZZZ9.
           05  FILLER              PIC X(20)
               VALUE "   READINGS MOVING: ".
           05  IPL-MOVED           PIC ZZZZZZ9.

       01  WS-MATRIX-HEADING.
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  FILLER              PIC X(16)  VALUE "POSTED  REPLAYED".
           05  FILLER              PIC X(10)  VALUE "         P".
           05  FILLER              PIC X(10)  VALUE "         W".
           05  FILLER              PIC X(10)  VALUE "         F".
           05  FILLER              PIC X(10)  VALUE "         U".

       01  WS-MATRIX-LINE.
           05  FILLER              PIC X(7)   VALUE SPACES.
           05  IML-CATEGORY        PIC X(1).
           05  FILLER              PIC X(13)  VALUE SPACES.
           05  IML-CELL OCCURS 4 TIMES.
               10  FILLER          PIC X(3).
               10  IML-COUNT       PIC ZZZZZZ9.

       01  WS-YIELD-LINE.
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  FILLER              PIC X(25)
               VALUE "FIRST-PASS YIELD BEFORE: ".
           05  IYL-BEFORE          PIC ZZ9.9.
           05  FILLER              PIC X(10)  VALUE "%  AFTER: ".
           05  IYL-AFTER           PIC ZZ9.9.
           05  FILLER              PIC X(1)   VALUE "%".

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  TL-LABEL            PIC X(40).
           05  TL-COUNT            PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = 0
               PERFORM 2000-ASSESS-TRANSACTION UNTIL WS-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)

           MOVE SPACES TO WS-DAYS-X
           ACCEPT WS-DAYS-X FROM ENVIRONMENT "NKTGIMPT-DAYS"
           IF WS-DAYS-X NOT = SPACES
               AND FUNCTION NUMVAL(WS-DAYS-X) > 0
               COMPUTE WS-DAYS-BACK = FUNCTION NUMVAL(WS-DAYS-X)
           END-IF
           COMPUTE WS-WINDOW-START-INT = WS-RUN-DATE-INT - WS-DAYS-BACK
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT)

           OPEN OUTPUT IMPACT-REPORT
           IF WS-IR-STATUS NOT = "00"
               DISPLAY "NKTGIMPT: UNABLE TO OPEN IMPACT-REPORT, "
                   "STATUS=" WS-IR-STATUS
           END-IF
           PERFORM 3900-WRITE-REPORT-HEADERS

           PERFORM 1100-LOAD-PARM-CONTROL
           IF RETURN-CODE = 0
               PERFORM 1200-LOAD-TOLERANCE-SPEC
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1300-LOAD-READING-HISTORY
           END-IF

           IF RETURN-CODE = 0
               OPEN INPUT PARM-TRANS
               IF WS-TN-STATUS NOT = "00"
                   DISPLAY "NKTGIMPT: UNABLE TO OPEN PARM-TRANS, "
                       "STATUS=" WS-TN-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2900-READ-TRANSACTION
               END-IF
           END-IF.

      ******************************************************************
      *    Both masters are mandatory - an impact measured against a
      *    missing master would be meaningless.
      ******************************************************************
       1100-LOAD-PARM-CONTROL.
           OPEN INPUT PARM-CONTROL
           IF WS-PC-STATUS NOT = "00"
               DISPLAY "NKTGIMPT: UNABLE TO OPEN PARM-CONTROL, "
                   "STATUS=" WS-PC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-PC-STATUS NOT = "00"
                   READ PARM-CONTROL
                       AT END
                           MOVE "10" TO WS-PC-STATUS
                       NOT AT END
                           PERFORM 1110-STORE-PARM-VERSION
                   END-READ
               END-PERFORM
               CLOSE PARM-CONTROL
           END-IF.

       1110-STORE-PARM-VERSION.
           IF WS-PV-COUNT >= 2000
               DISPLAY "NKTGIMPT: PARM-CONTROL EXCEEDS 2000 ROWS, "
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
               MOVE PC-X TO WS-PV-X(WS-PV-COUNT)
               MOVE PC-V TO WS-PV-V(WS-PV-COUNT)
               MOVE PC-M TO WS-PV-M(WS-PV-COUNT)
               MOVE PC-DM-DT TO WS-PV-DM-DT(WS-PV-COUNT)
           END-IF.

       1200-LOAD-TOLERANCE-SPEC.
           OPEN INPUT TOLERANCE-SPEC
           IF WS-TS-STATUS NOT = "00"
               DISPLAY "NKTGIMPT: UNABLE TO OPEN TOLERANCE-SPEC, "
                   "STATUS=" WS-TS-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-TS-STATUS NOT = "00"
                   READ TOLERANCE-SPEC
                       AT END
                           MOVE "10" TO WS-TS-STATUS
                       NOT AT END
                           PERFORM 1210-STORE-TOL-VERSION
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-SPEC
           END-IF.

       1210-STORE-TOL-VERSION.
           IF WS-TV-COUNT >= 2000
               DISPLAY "NKTGIMPT: TOLERANCE-SPEC EXCEEDS 2000 ROWS, "
                   "RUN STOPPED"
               MOVE "10" TO WS-TS-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TV-COUNT
               IF TS-PLANT-CODE = SPACES
                   MOVE "01" TO WS-TV-PLANT(WS-TV-COUNT)
               ELSE
                   MOVE TS-PLANT-CODE TO WS-TV-PLANT(WS-TV-COUNT)
               END-IF
               MOVE TS-TEST-CELL TO WS-TV-CELL(WS-TV-COUNT)
               MOVE TS-EFF-DATE TO WS-TV-EFF-DATE(WS-TV-COUNT)
               MOVE TS-NKTG1-LOW TO WS-TV-NKTG1-LOW(WS-TV-COUNT)
               MOVE TS-NKTG1-HIGH TO WS-TV-NKTG1-HIGH(WS-TV-COUNT)
               MOVE TS-NKTG2-LOW TO WS-TV-NKTG2-LOW(WS-TV-COUNT)
               MOVE TS-NKTG2-HIGH TO WS-TV-NKTG2-HIGH(WS-TV-COUNT)
               MOVE TS-NKTG1-WARN-LOW
                   TO WS-TV-N1-WARN-LOW(WS-TV-COUNT)
               MOVE TS-NKTG1-WARN-HIGH
                   TO WS-TV-N1-WARN-HIGH(WS-TV-COUNT)
               MOVE TS-NKTG2-WARN-LOW
                   TO WS-TV-N2-WARN-LOW(WS-TV-COUNT)
               MOVE TS-NKTG2-WARN-HIGH
                   TO WS-TV-N2-WARN-HIGH(WS-TV-COUNT)
           END-IF.

       1300-LOAD-READING-HISTORY.
           OPEN INPUT RESULTS-MASTER
           IF WS-RM-STATUS NOT = "00"
               DISPLAY "NKTGIMPT: UNABLE TO OPEN RESULTS-MASTER, "
                   "STATUS=" WS-RM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-RM-STATUS NOT = "00"
                   READ RESULTS-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO WS-RM-STATUS
                       NOT AT END
                           IF RM-READING-DATE NOT < WS-WINDOW-START
                               PERFORM 1310-STORE-READING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-MASTER
           END-IF.

       1310-STORE-READING.
           IF WS-HR-COUNT >= 20000
               DISPLAY "NKTGIMPT: MORE THAN 20000 READINGS IN WINDOW "
                   "- RUN STOPPED, SHORTEN NKTGIMPT-DAYS"
               MOVE "10" TO WS-RM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-HR-COUNT
               IF RM-PLANT-CODE = SPACES
                   MOVE "01" TO WS-HR-PLANT(WS-HR-COUNT)
               ELSE
                   MOVE RM-PLANT-CODE TO WS-HR-PLANT(WS-HR-COUNT)
               END-IF
               MOVE RM-TEST-CELL TO WS-HR-CELL(WS-HR-COUNT)
               MOVE RM-READING-DATE TO WS-HR-READ-DATE(WS-HR-COUNT)
               MOVE RM-P TO WS-HR-P(WS-HR-COUNT)
               MOVE RM-NKTG1 TO WS-HR-NKTG1(WS-HR-COUNT)
               MOVE RM-NKTG2 TO WS-HR-NKTG2(WS-HR-COUNT)
               MOVE RM-PASS-FAIL TO WS-HR-PASS-FAIL(WS-HR-COUNT)
               IF RM-ORIG-TEST-ID = SPACES
                   MOVE "Y" TO WS-HR-ORIGINAL(WS-HR-COUNT)
               ELSE
                   MOVE "N" TO WS-HR-ORIGINAL(WS-HR-COUNT)
               END-IF
           END-IF.

       2000-ASSESS-TRANSACTION.
           ADD 1 TO WS-TRN-COUNT
           PERFORM 2100-VALIDATE-TRANSACTION
           PERFORM 3100-WRITE-TRANSACTION-LINE
           IF WS-TRN-VALID
               ADD 1 TO WS-ASSESSED-COUNT
               PERFORM 2200-REPLAY-HISTORY
               PERFORM 3200-WRITE-IMPACT-LINES
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-TRN-ERROR TO IRL-REASON
               MOVE WS-REJECT-LINE TO IR-RECORD
               PERFORM 3800-WRITE-LINE
           END-IF
           MOVE SPACES TO IR-RECORD
           PERFORM 3800-WRITE-LINE
           PERFORM 2900-READ-TRANSACTION.

      ******************************************************************
      *    Only what is needed to replay the change is checked here;
      *    NKTGPARM remains the full edit.  A transaction it would
      *    reject outright is not assessed.
      ******************************************************************
       2100-VALIDATE-TRANSACTION.
           MOVE "Y" TO WS-TRN-VALID-SWITCH
           MOVE SPACES TO WS-TRN-ERROR
           MOVE SPACES TO WS-TRN-PLANT
           MOVE SPACES TO WS-TRN-CELL
           MOVE SPACES TO WS-EDIT-EFF-DATE
           MOVE 0 TO WS-TRN-EFF-DATE

           IF NOT (PT-PARM-FILE OR PT-TOL-FILE)
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "FILE-TYPE MUST BE P OR T" TO WS-TRN-ERROR
           END-IF
           IF WS-TRN-VALID AND NOT (PT-ADD OR PT-CHANGE OR PT-DELETE)
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "ACTION MUST BE A, C OR D" TO WS-TRN-ERROR
           END-IF
           IF WS-TRN-VALID
               IF PT-PARM-FILE
                   IF PT-PC-PLANT-CODE = SPACES
                       MOVE "01" TO PT-PC-PLANT-CODE
                   END-IF
                   MOVE PT-PC-PLANT-CODE TO WS-TRN-PLANT
                   MOVE PT-PC-TEST-CELL TO WS-TRN-CELL
                   MOVE PT-PC-EFF-DATE TO WS-EDIT-EFF-DATE
               ELSE
                   IF PT-TS-PLANT-CODE = SPACES
                       MOVE "01" TO PT-TS-PLANT-CODE
                   END-IF
                   MOVE PT-TS-PLANT-CODE TO WS-TRN-PLANT
                   MOVE PT-TS-TEST-CELL TO WS-TRN-CELL
                   MOVE PT-TS-EFF-DATE TO WS-EDIT-EFF-DATE
               END-IF
               IF WS-TRN-CELL = SPACES
                   MOVE "N" TO WS-TRN-VALID-SWITCH
                   MOVE "TEST-CELL IS REQUIRED" TO WS-TRN-ERROR
               END-IF
           END-IF
           IF WS-TRN-VALID AND WS-EDIT-EFF-DATE NOT NUMERIC
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "EFFECTIVE DATE MUST BE NUMERIC" TO WS-TRN-ERROR
           END-IF
           IF WS-TRN-VALID
               MOVE WS-EDIT-EFF-DATE TO WS-TRN-EFF-DATE
               IF PT-PARM-FILE
                   PERFORM 2110-VALIDATE-PARM-FIELDS
               ELSE
                   PERFORM 2120-VALIDATE-TOL-FIELDS
               END-IF
           END-IF.

       2110-VALIDATE-PARM-FIELDS.
           IF NOT PT-DELETE
               IF PT-PC-X NOT NUMERIC OR PT-PC-V NOT NUMERIC
                   OR PT-PC-M NOT NUMERIC OR PT-PC-DM-DT NOT NUMERIC
                   MOVE "N" TO WS-TRN-VALID-SWITCH
                   MOVE "X, V, M, DM-DT MUST ALL BE NUMERIC"
                       TO WS-TRN-ERROR
               END-IF
           END-IF
           IF WS-TRN-VALID
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT OR WS-FOUND
                   IF WS-PV-PLANT(WS-PV-SUB) = WS-TRN-PLANT
                       AND WS-PV-CELL(WS-PV-SUB) = WS-TRN-CELL
                       AND WS-PV-EFF-DATE(WS-PV-SUB) = WS-TRN-EFF-DATE
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               PERFORM 2130-CHECK-VERSION-EXISTS
           END-IF.

       2120-VALIDATE-TOL-FIELDS.
           IF NOT PT-DELETE
               IF PT-TS-NKTG1-LOW NOT NUMERIC
                   OR PT-TS-NKTG1-HIGH NOT NUMERIC
                   OR PT-TS-NKTG2-LOW NOT NUMERIC
                   OR PT-TS-NKTG2-HIGH NOT NUMERIC
                   OR PT-TS-N1-WARN-LOW NOT NUMERIC
                   OR PT-TS-N1-WARN-HIGH NOT NUMERIC
                   OR PT-TS-N2-WARN-LOW NOT NUMERIC
                   OR PT-TS-N2-WARN-HIGH NOT NUMERIC
                   MOVE "N" TO WS-TRN-VALID-SWITCH
                   MOVE "TOLERANCE BOUNDS MUST ALL BE NUMERIC"
                       TO WS-TRN-ERROR
               END-IF
           END-IF
           IF WS-TRN-VALID
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-TV-SUB FROM 1 BY 1
                   UNTIL WS-TV-SUB > WS-TV-COUNT OR WS-FOUND
                   IF WS-TV-PLANT(WS-TV-SUB) = WS-TRN-PLANT
                       AND WS-TV-CELL(WS-TV-SUB) = WS-TRN-CELL
                       AND WS-TV-EFF-DATE(WS-TV-SUB) = WS-TRN-EFF-DATE
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               PERFORM 2130-CHECK-VERSION-EXISTS
           END-IF.

       2130-CHECK-VERSION-EXISTS.
           IF PT-ADD AND WS-FOUND
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "DUPLICATE TEST-CELL/EFFECTIVE DATE"
                   TO WS-TRN-ERROR
           END-IF
           IF NOT PT-ADD AND NOT WS-FOUND
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "TEST-CELL/EFFECTIVE DATE NOT ON FILE"
                   TO WS-TRN-ERROR
           END-IF.

       2200-REPLAY-HISTORY.
           INITIALIZE WS-MOVE-MATRIX
           MOVE 0 TO WS-REPLAY-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-ORIG-COUNT
           MOVE 0 TO WS-ORIG-PASS-BEFORE
           MOVE 0 TO WS-ORIG-PASS-AFTER
      *    A delete is replayed under the version that would remain,
      *    so the named version is passed over in the lookup.
           IF PT-DELETE
               MOVE WS-TRN-EFF-DATE TO WS-SKIP-EFF-DATE
           ELSE
               MOVE 0 TO WS-SKIP-EFF-DATE
           END-IF
           PERFORM VARYING WS-HR-SUB FROM 1 BY 1
               UNTIL WS-HR-SUB > WS-HR-COUNT
               IF WS-HR-PLANT(WS-HR-SUB) = WS-TRN-PLANT
                   AND WS-HR-CELL(WS-HR-SUB) = WS-TRN-CELL
                   PERFORM 2210-REPLAY-ONE-READING
               END-IF
           END-PERFORM
           ADD WS-REPLAY-COUNT TO WS-REPLAY-TOTAL.

       2210-REPLAY-ONE-READING.
           ADD 1 TO WS-REPLAY-COUNT
           IF PT-TOL-FILE
               PERFORM 2300-REJUDGE-TOLERANCE
           ELSE
               PERFORM 2400-RECOMPUTE-PARAMETERS
           END-IF

           MOVE WS-HR-PASS-FAIL(WS-HR-SUB) TO WS-JUDGED-FLAG
           PERFORM 2600-SET-CATEGORY
           MOVE WS-ROW-SUB TO WS-BEFORE-SUB
           MOVE WS-AFTER-SUB TO WS-COL-SUB
           ADD 1 TO WS-MOVE-CELL(WS-BEFORE-SUB, WS-COL-SUB)
           IF WS-BEFORE-SUB NOT = WS-COL-SUB
               ADD 1 TO WS-MOVED-COUNT
           END-IF
           IF WS-HR-ORIGINAL(WS-HR-SUB) = "Y"
               ADD 1 TO WS-ORIG-COUNT
               IF WS-BEFORE-SUB = 1 OR WS-BEFORE-SUB = 2
                   ADD 1 TO WS-ORIG-PASS-BEFORE
               END-IF
               IF WS-COL-SUB = 1 OR WS-COL-SUB = 2
                   ADD 1 TO WS-ORIG-PASS-AFTER
               END-IF
           END-IF.

      ******************************************************************
      *    Tolerance change: the posted values stand; only the limits
      *    they are judged against move - to the proposed limits, or
      *    for a delete to the version that would remain.
      ******************************************************************
       2300-REJUDGE-TOLERANCE.
           IF PT-DELETE
               PERFORM 2500-FIND-LIMITS-IN-EFFECT
           ELSE
               MOVE "Y" TO WS-LIMITS-SWITCH
               MOVE PT-TS-NKTG1-LOW TO WS-JL-NKTG1-LOW
               MOVE PT-TS-NKTG1-HIGH TO WS-JL-NKTG1-HIGH
               MOVE PT-TS-NKTG2-LOW TO WS-JL-NKTG2-LOW
               MOVE PT-TS-NKTG2-HIGH TO WS-JL-NKTG2-HIGH
               MOVE PT-TS-N1-WARN-LOW TO WS-JL-N1-WARN-LOW
               MOVE PT-TS-N1-WARN-HIGH TO WS-JL-N1-WARN-HIGH
               MOVE PT-TS-N2-WARN-LOW TO WS-JL-N2-WARN-LOW
               MOVE PT-TS-N2-WARN-HIGH TO WS-JL-N2-WARN-HIGH
           END-IF
           MOVE WS-HR-NKTG1(WS-HR-SUB) TO NKTG1
           MOVE WS-HR-NKTG2(WS-HR-SUB) TO NKTG2
           PERFORM 2700-JUDGE-READING.

      ******************************************************************
      *    Parameter change: the test type is recovered from the
      *    version in effect on the reading date, then the reading is
      *    recalculated under the proposed version (for a delete, the
      *    version that would remain) and judged against the limits
      *    in effect on its date.
      ******************************************************************
       2400-RECOMPUTE-PARAMETERS.
           MOVE 0 TO WS-SKIP-EFF-DATE
           PERFORM 2510-FIND-PARMS-IN-EFFECT
           MOVE "N" TO WS-PUMP-SWITCH
           IF WS-PARMS-FOUND
               COMPUTE WS-CHK-NKTG2 =
                   (WS-DM-DT ** 2) * WS-HR-P(WS-HR-SUB)
                   ON SIZE ERROR
                       MOVE 0 TO WS-CHK-NKTG2
               END-COMPUTE
               IF WS-CHK-NKTG2 = WS-HR-NKTG2(WS-HR-SUB)
                   AND WS-DM-DT NOT = 1
                   MOVE "Y" TO WS-PUMP-SWITCH
               END-IF
           END-IF

           IF PT-DELETE
               MOVE WS-TRN-EFF-DATE TO WS-SKIP-EFF-DATE
               PERFORM 2510-FIND-PARMS-IN-EFFECT
           ELSE
               MOVE "Y" TO WS-PARMS-SWITCH
               MOVE PT-PC-X TO WS-X
               MOVE PT-PC-V TO WS-V
               MOVE PT-PC-M TO WS-M
               MOVE PT-PC-DM-DT TO WS-DM-DT
           END-IF

           MOVE "N" TO WS-LIMITS-SWITCH
           IF WS-PARMS-FOUND
               MOVE "Y" TO WS-COMPUTE-SWITCH
               COMPUTE P = WS-M * WS-V
                   ON SIZE ERROR
                       MOVE "N" TO WS-COMPUTE-SWITCH
               END-COMPUTE
               IF WS-COMPUTE-VALID
                   COMPUTE NKTG1 = WS-X * P
                       ON SIZE ERROR
                           MOVE "N" TO WS-COMPUTE-SWITCH
                   END-COMPUTE
               END-IF
               IF WS-COMPUTE-VALID
                   IF WS-PUMP-FLOW
                       COMPUTE NKTG2 = (WS-DM-DT ** 2) * P
                           ON SIZE ERROR
                               MOVE "N" TO WS-COMPUTE-SWITCH
                       END-COMPUTE
                   ELSE
                       COMPUTE NKTG2 = WS-DM-DT * P
                           ON SIZE ERROR
                               MOVE "N" TO WS-COMPUTE-SWITCH
                       END-COMPUTE
                   END-IF
               END-IF
               IF WS-COMPUTE-VALID
                   MOVE 0 TO WS-SKIP-EFF-DATE
                   PERFORM 2500-FIND-LIMITS-IN-EFFECT
               END-IF
           END-IF
           PERFORM 2700-JUDGE-READING.

      ******************************************************************
      *    Latest TOLERANCE-SPEC version for the plant/cell effective
      *    on or before the reading date, passing over the version
      *    being replaced (WS-SKIP-EFF-DATE, zero for none).
      ******************************************************************
       2500-FIND-LIMITS-IN-EFFECT.
           MOVE "N" TO WS-LIMITS-SWITCH
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-TV-SUB FROM 1 BY 1
               UNTIL WS-TV-SUB > WS-TV-COUNT
               IF WS-TV-PLANT(WS-TV-SUB) = WS-HR-PLANT(WS-HR-SUB)
                   AND WS-TV-CELL(WS-TV-SUB) = WS-HR-CELL(WS-HR-SUB)
                   AND WS-TV-EFF-DATE(WS-TV-SUB)
                       NOT > WS-HR-READ-DATE(WS-HR-SUB)
                   AND WS-TV-EFF-DATE(WS-TV-SUB)
                       NOT < WS-BEST-EFF-DATE
                   AND (WS-SKIP-EFF-DATE = 0
                   OR WS-TV-EFF-DATE(WS-TV-SUB)
                       NOT = WS-SKIP-EFF-DATE)
                   MOVE WS-TV-SUB TO WS-BEST-SUB
                   MOVE WS-TV-EFF-DATE(WS-TV-SUB) TO WS-BEST-EFF-DATE
               END-IF
           END-PERFORM
           IF WS-BEST-SUB > 0
               MOVE "Y" TO WS-LIMITS-SWITCH
               MOVE WS-TV-LIMITS(WS-BEST-SUB) TO WS-JUDGE-LIMITS
           END-IF.

       2510-FIND-PARMS-IN-EFFECT.
           MOVE "N" TO WS-PARMS-SWITCH
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PV-COUNT
               IF WS-PV-PLANT(WS-PV-SUB) = WS-HR-PLANT(WS-HR-SUB)
                   AND WS-PV-CELL(WS-PV-SUB) = WS-HR-CELL(WS-HR-SUB)
                   AND WS-PV-EFF-DATE(WS-PV-SUB)
                       NOT > WS-HR-READ-DATE(WS-HR-SUB)
                   AND WS-PV-EFF-DATE(WS-PV-SUB)
                       NOT < WS-BEST-EFF-DATE
                   AND (WS-SKIP-EFF-DATE = 0
                   OR WS-PV-EFF-DATE(WS-PV-SUB)
                       NOT = WS-SKIP-EFF-DATE)
                   MOVE WS-PV-SUB TO WS-BEST-SUB
                   MOVE WS-PV-EFF-DATE(WS-PV-SUB) TO WS-BEST-EFF-DATE
               END-IF
           END-PERFORM
           IF WS-BEST-SUB > 0
               MOVE "Y" TO WS-PARMS-SWITCH
               MOVE WS-PV-X(WS-BEST-SUB) TO WS-X
               MOVE WS-PV-V(WS-BEST-SUB) TO WS-V
               MOVE WS-PV-M(WS-BEST-SUB) TO WS-M
               MOVE WS-PV-DM-DT(WS-BEST-SUB) TO WS-DM-DT
           END-IF.

       2600-SET-CATEGORY.
           EVALUATE WS-JUDGED-FLAG
               WHEN "P"
                   MOVE 1 TO WS-ROW-SUB
               WHEN "W"
                   MOVE 2 TO WS-ROW-SUB
               WHEN "F"
                   MOVE 3 TO WS-ROW-SUB
               WHEN OTHER
                   MOVE 4 TO WS-ROW-SUB
           END-EVALUATE.

      ******************************************************************
      *    Same judgement as NKTGLAW 2030/2035: outside a hard limit
      *    fails, inside the limits but outside a defined warning
      *    band warns, otherwise passes.  The replayed category is
      *    left in WS-AFTER-SUB.
      ******************************************************************
       2700-JUDGE-READING.
           MOVE "U" TO WS-JUDGED-FLAG
           IF WS-LIMITS-FOUND
               MOVE "N" TO WS-WARN-SWITCH
               IF NKTG1 < WS-JL-NKTG1-LOW OR NKTG1 > WS-JL-NKTG1-HIGH
                   OR NKTG2 < WS-JL-NKTG2-LOW
                   OR NKTG2 > WS-JL-NKTG2-HIGH
                   MOVE "F" TO WS-JUDGED-FLAG
               ELSE
                   IF WS-JL-N1-WARN-LOW NOT = ZERO
                       OR WS-JL-N1-WARN-HIGH NOT = ZERO
                       IF NKTG1 < WS-JL-N1-WARN-LOW
                           OR NKTG1 > WS-JL-N1-WARN-HIGH
                           MOVE "Y" TO WS-WARN-SWITCH
                       END-IF
                   END-IF
                   IF WS-JL-N2-WARN-LOW NOT = ZERO
                       OR WS-JL-N2-WARN-HIGH NOT = ZERO
                       IF NKTG2 < WS-JL-N2-WARN-LOW
                           OR NKTG2 > WS-JL-N2-WARN-HIGH
                           MOVE "Y" TO WS-WARN-SWITCH
                       END-IF
                   END-IF
                   IF WS-IN-WARN-BAND
                       MOVE "W" TO WS-JUDGED-FLAG
                   ELSE
                       MOVE "P" TO WS-JUDGED-FLAG
                   END-IF
               END-IF
           END-IF
           PERFORM 2600-SET-CATEGORY
           MOVE WS-ROW-SUB TO WS-AFTER-SUB.

       2900-READ-TRANSACTION.
           READ PARM-TRANS
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           PERFORM UNTIL WS-EOF OR NOT PT-CAL-FILE
               ADD 1 TO WS-CAL-SKIP-COUNT
               READ PARM-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.

       3100-WRITE-TRANSACTION-LINE.
           IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-TRN-COUNT TO ITL-SEQ
           MOVE PT-FILE-TYPE TO ITL-FILE-TYPE
           MOVE PT-ACTION TO ITL-ACTION
           MOVE PT-USER-ID TO ITL-USER-ID
           MOVE WS-TRN-PLANT TO ITL-PLANT
           MOVE WS-TRN-CELL TO ITL-CELL
           MOVE WS-EDIT-EFF-DATE TO ITL-EFF-DATE
           MOVE WS-TRN-LINE TO IR-RECORD
           PERFORM 3800-WRITE-LINE.

       3200-WRITE-IMPACT-LINES.
           MOVE WS-REPLAY-COUNT TO IPL-REPLAYED
           MOVE WS-ORIG-COUNT TO IPL-ORIGINALS
           MOVE WS-MOVED-COUNT TO IPL-MOVED
           MOVE WS-REPLAY-LINE TO IR-RECORD
           PERFORM 3800-WRITE-LINE

           MOVE WS-MATRIX-HEADING TO IR-RECORD
           PERFORM 3800-WRITE-LINE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 4
               MOVE SPACES TO WS-MATRIX-LINE
               MOVE WS-CATEGORY-CODES(WS-ROW-SUB:1) TO IML-CATEGORY
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 4
                   MOVE WS-MOVE-CELL(WS-ROW-SUB, WS-COL-SUB)
                       TO IML-COUNT(WS-COL-SUB)
               END-PERFORM
               MOVE WS-MATRIX-LINE TO IR-RECORD
               PERFORM 3800-WRITE-LINE
           END-PERFORM

           MOVE 0 TO WS-YIELD-BEFORE
           MOVE 0 TO WS-YIELD-AFTER
           IF WS-ORIG-COUNT > 0
               COMPUTE WS-YIELD-BEFORE ROUNDED =
                   WS-ORIG-PASS-BEFORE * 100 / WS-ORIG-COUNT
               COMPUTE WS-YIELD-AFTER ROUNDED =
                   WS-ORIG-PASS-AFTER * 100 / WS-ORIG-COUNT
           END-IF
           MOVE WS-YIELD-BEFORE TO IYL-BEFORE
           MOVE WS-YIELD-AFTER TO IYL-AFTER
           MOVE WS-YIELD-LINE TO IR-RECORD
           PERFORM 3800-WRITE-LINE.

       3800-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           WRITE IR-RECORD
           ADD 1 TO WS-LINE-COUNT.

       3900-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO IR-RECORD
           WRITE IR-RECORD

           MOVE WS-WINDOW-START TO HDG2-WINDOW-START
           MOVE WS-DAYS-BACK TO HDG2-DAYS
           MOVE WS-HEADING-2 TO IR-RECORD
           WRITE IR-RECORD

           MOVE SPACES TO IR-RECORD
           WRITE IR-RECORD

           MOVE 0 TO WS-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO IR-RECORD
           PERFORM 3800-WRITE-LINE
           MOVE "TRANSACTIONS READ" TO TL-LABEL
           MOVE WS-TRN-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "TRANSACTIONS ASSESSED" TO TL-LABEL
           MOVE WS-ASSESSED-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "TRANSACTIONS NOT ASSESSED" TO TL-LABEL
           MOVE WS-REJECT-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "SHIFT-CALENDAR TRANSACTIONS PASSED OVER" TO TL-LABEL
           MOVE WS-CAL-SKIP-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "READINGS IN WINDOW" TO TL-LABEL
           MOVE WS-HR-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "READINGS REPLAYED" TO TL-LABEL
           MOVE WS-REPLAY-TOTAL TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE

           IF WS-TN-STATUS = "00" OR WS-TN-STATUS = "10"
               CLOSE PARM-TRANS
           END-IF
           CLOSE IMPACT-REPORT
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9010-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO IR-RECORD
           PERFORM 3800-WRITE-LINE.
