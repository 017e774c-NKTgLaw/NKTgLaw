       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGBKOT.
      ******************************************************************
      *    NKTGBKOT - whole-run backout.  Reverses everything one
      *    NKTGLAW run posted, identified by its run-control registry
      *    key (environment NKTGBKOT-RUN-DATE, YYYYMMDD - the shift's
      *    starting date, as registered - and NKTGBKOT-SHIFT; both
      *    required, as is the badge of the person backing the run
      *    out, NKTGBKOT-OPERATOR).  Replaces keying a correction
      *    reading for every TEST-ID when a shift ran against the
      *    wrong PARMCTL generation or a bad TESTREAD file.
      *    The run's postings are the audit group its control record
      *    sealed (AUCTLREC, group type "N", the latest one for the
      *    key).  Walking that group backwards:
      *      - an original posting's master row is removed;
      *      - a "T" retest's row is removed and its original's retest
      *        counter steps back;
      *      - a "C" correction is reversed and the "R" before it
      *        restores the values the correction replaced, with the
      *        operator, reading date/time, product and run date of
      *        the posting it replaced (the latest original, retest
      *        or correction of the TEST-ID ahead of it on the trail);
      *    each journaled on AUDITTRL ("R" for values backed out, "C"
      *    for prior values restored) and written in INTFREC layout
      *    to QABKOUT so the quality system backs the values out.
      *    Holds the run placed on HOLDMSTR are withdrawn and
      *    journaled on HOLDHIST, and the readings the run suspended
      *    ("H") are dropped from the carried suspense: SUSPOLD is
      *    copied to SUSPENSE without them, and the job step swaps
      *    SUSPENSE in as the next run's SUSPOLD as it does after an
      *    NKTGLAW run.  The records written are sealed as their own
      *    group (type "B") and the registry entry is marked backed
      *    out ("B"), which lets NKTGLAW rerun the shift clean.
      *    Refused, with nothing touched, when the entry is missing,
      *    not completed or already backed out, when its quality load
      *    has not been released (withhold the extract instead), when
      *    a later run has corrected or retested any of its readings
      *    or posted one it suspended, when a master row it posted is
      *    gone, when a correction it made has no earlier posting
      *    left on AUDITTRL to restore, or when the trail holds
      *    unsealed records (a run open or awaiting restart).
      *    Prints the certification report BKOTRPT.  RETURN-CODE 8
      *    when refused, 16 when a file cannot be processed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "NKTGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-MASTER-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-STATUS.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HM-STATUS.
           SELECT HOLD-HISTORY ASSIGN TO "HOLDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT SUSPENSE-OLD ASSIGN TO "SUSPOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT REVERSAL-EXTRACT ASSIGN TO "QABKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IF-STATUS.
           SELECT BACKOUT-REPORT ASSIGN TO "BKOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       COPY AUDITREC.
       COPY AUCTLREC.

       FD  RESULTS-MASTER.
       COPY RSLTMREC.

       FD  RUN-CONTROL.
       COPY RUNCTLRC.

       FD  HOLD-MASTER
           RECORDING MODE IS F.
       COPY HOLDREC.

       FD  HOLD-HISTORY
           RECORDING MODE IS F.
       COPY HLDHSREC.

       FD  SUSPENSE-OLD
           RECORDING MODE IS F.
       COPY TESTREC REPLACING LEADING ==TR-== BY ==SO-==.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY TESTREC REPLACING LEADING ==TR-== BY ==SU-==.

       FD  REVERSAL-EXTRACT
           RECORDING MODE IS F.
       COPY INTFREC.

       FD  BACKOUT-REPORT
           RECORDING MODE IS F.
       01  BR-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AU-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-RC-STATUS        PIC XX.
       01  WS-HM-STATUS        PIC XX.
       01  WS-HH-STATUS        PIC XX.
       01  WS-SO-STATUS        PIC XX.
       01  WS-SU-STATUS        PIC XX.
       01  WS-IF-STATUS        PIC XX.
       01  WS-BR-STATUS        PIC XX.

       01  WS-SEL-DATE-X       PIC X(8)    VALUE SPACES.
       01  WS-SEL-SHIFT        PIC X(1)    VALUE SPACES.
       01  WS-BKO-OPERATOR     PIC X(8)    VALUE SPACES.
       01  WS-SEL-KEY.
           05  WS-SEL-KEY-DATE     PIC 9(8).
           05  WS-SEL-KEY-SHIFT    PIC X(1).

       01  WS-REFUSED-SWITCH   PIC X       VALUE "N".
           88  WS-REFUSED                  VALUE "Y".
       01  WS-GROUP-FOUND-SWITCH PIC X     VALUE "N".
           88  WS-GROUP-FOUND              VALUE "Y".
       01  WS-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-RC-OPEN-SWITCH   PIC X       VALUE "N".
           88  WS-RC-OPENED                VALUE "Y".
       01  WS-RM-OPEN-SWITCH   PIC X       VALUE "N".
           88  WS-RM-OPENED                VALUE "Y".
       01  WS-TRAIL-OPEN-SWITCH PIC X      VALUE "N".
           88  WS-TRAIL-OPENED             VALUE "Y".

      ******************************************************************
      *    Position of the run's group on the trail: records
      *    WS-RUN-FIRST through WS-RUN-LAST, sealed by the control
      *    record at WS-RUN-K-NO.
      ******************************************************************
       01  WS-REC-NO           PIC 9(8)    VALUE 0.
       01  WS-GROUP-START      PIC 9(8)    VALUE 1.
       01  WS-RUN-FIRST        PIC 9(8)    VALUE 0.
       01  WS-RUN-LAST         PIC 9(8)    VALUE 0.
       01  WS-RUN-K-NO         PIC 9(8)    VALUE 0.
       01  WS-UNSEALED-COUNT   PIC 9(8)    VALUE 0.

      ******************************************************************
      *    Audit-trail seal, accumulated exactly as NKTGLAW does it:
      *    folded over the whole trail on the first pass so the
      *    records this program writes continue the chain.
      ******************************************************************
       01  WS-SEAL-FIELDS.
           05  WS-SEAL-ORIG-COUNT  PIC 9(8).
           05  WS-SEAL-RVSL-COUNT  PIC 9(8).
           05  WS-SEAL-CORR-COUNT  PIC 9(8).
           05  WS-SEAL-RTST-COUNT  PIC 9(8).
           05  WS-SEAL-SUSP-COUNT  PIC 9(8).
           05  WS-SEAL-EXC-COUNT   PIC 9(8).
           05  WS-SEAL-HASH-P      PIC 9(12)V9(2).
           05  WS-SEAL-HASH-NKTG1  PIC 9(12)V9(2).
           05  WS-SEAL-HASH-NKTG2  PIC 9(12)V9(2).
           05  WS-SEAL-CHECK       PIC 9(9).
       01  WS-SEAL-PREV-CHAIN      PIC 9(9)    VALUE 0.
       01  WS-FOLD-LENGTH          PIC 9(3)    COMP.
       01  WS-FOLD-SUB             PIC 9(3)    COMP.
       01  WS-FOLD-WORK            PIC 9(12).
       COPY AUDITREC REPLACING LEADING ==AU-== BY ==WT-==.
       COPY AUCTLREC REPLACING LEADING ==AK-== BY ==WK-==.

      ******************************************************************
      *    The run's audit records in trail order, with the master
      *    bookkeeping read for each: on a "T" retest its original
      *    and its own sequence, on an original its retest counter.
      *    On an "R" record, the posting its correction replaced:
      *    who took the reading, when, the product and run date.
      ******************************************************************
       01  WS-RP-COUNT             PIC 9(5)    VALUE 0.
       01  WS-RP-TABLE.
           05  WS-RP-ENTRY OCCURS 20000 TIMES.
               10  WS-RP-KEY.
                   15  WS-RP-PLANT      PIC X(2).
                   15  WS-RP-TEST-ID    PIC X(10).
               10  WS-RP-ACTION         PIC X(1).
               10  WS-RP-ORIG-ID        PIC X(10).
               10  WS-RP-SEQ            PIC 9(2).
               10  WS-RP-IMAGE          PIC X(132).
               10  WS-RP-PRIOR-SWITCH   PIC X(1).
                   88  WS-RP-PRIOR-FOUND        VALUE "Y".
               10  WS-RP-PRIOR-RUN-DATE PIC 9(8).
               10  WS-RP-PRIOR-OPERATOR PIC X(8).
               10  WS-RP-PRIOR-PRODUCT  PIC X(6).
               10  WS-RP-PRIOR-READ-DATE PIC 9(8).
               10  WS-RP-PRIOR-READ-TIME PIC 9(6).
       01  WS-RP-SUB               PIC 9(5)    COMP.
       01  WS-RP-SCAN              PIC 9(5)    COMP.
       01  WS-RP-MATCH             PIC 9(5)    COMP.

      ******************************************************************
      *    Positions in WS-RP-TABLE of the run's "R" records, so the
      *    pass for their prior postings compares against those only.
      ******************************************************************
       01  WS-PR-COUNT             PIC 9(5)    VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR-RP-SUB OCCURS 20000 TIMES
                                   PIC 9(5)    COMP.
       01  WS-PR-SUB               PIC 9(5)    COMP.
       01  WS-LOOK-KEY.
           05  WS-LOOK-PLANT       PIC X(2).
           05  WS-LOOK-TEST-ID     PIC X(10).
       01  WS-RUN-MAX-SEQ          PIC 9(2).

      ******************************************************************
      *    "T" retests journaled after the run's group, with the
      *    original each one retested (spaces when its row has since
      *    gone from the master), for the rows the run corrected.
      ******************************************************************
       01  WS-LT-COUNT             PIC 9(5)    VALUE 0.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 20000 TIMES.
               10  WS-LT-KEY.
                   15  WS-LT-PLANT      PIC X(2).
                   15  WS-LT-TEST-ID    PIC X(10).
               10  WS-LT-ORIG-ID        PIC X(10).
       01  WS-LT-SUB               PIC 9(5)    COMP.

      ******************************************************************
      *    Plant/TEST-ID of every reading the run suspended ("H") -
      *    still on the carried suspense, dropped from it when the
      *    run comes out so the rerun's TESTREAD values post instead.
      ******************************************************************
       01  WS-SH-COUNT             PIC 9(5)    VALUE 0.
       01  WS-SH-TABLE.
           05  WS-SH-ENTRY OCCURS 20000 TIMES.
               10  WS-SH-KEY.
                   15  WS-SH-PLANT      PIC X(2).
                   15  WS-SH-TEST-ID    PIC X(10).
               10  WS-SH-DROP-SWITCH    PIC X(1).
                   88  WS-SH-DROPPED            VALUE "Y".
       01  WS-SH-SUB               PIC 9(5)    COMP.

      ******************************************************************
      *    Run stamps (run date and time) of every attempt in the
      *    group - a crashed attempt and its restart each stamp
      *    their own - used to find the holds the run placed.
      ******************************************************************
       01  WS-ST-COUNT             PIC 9(3)    VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 50 TIMES.
               10  WS-ST-STAMP.
                   15  WS-ST-DATE       PIC 9(8).
                   15  WS-ST-TIME       PIC 9(6).
       01  WS-ST-SUB               PIC 9(3)    COMP.
       01  WS-STAMP.
           05  WS-STAMP-DATE       PIC 9(8).
           05  WS-STAMP-TIME       PIC 9(6).
       01  WS-STAMP-DATE-X         PIC X(8).
       01  WS-STAMP-TIME-X         PIC X(6).

       COPY HOLDTBL.
       01  WS-HOLD-SUB             PIC 9(4)    COMP.
       01  WS-INS-SUB              PIC 9(4)    COMP.

       01  WS-BKO-ACTION           PIC X(1).
       01  WS-TAKEN                PIC X(50).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-HH          PIC 9(2).
           05  WS-CURR-MI          PIC 9(2).
           05  WS-CURR-SS          PIC 9(2).
           05  FILLER              PIC X(9).

       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-RUN-TIME-HHMMSS      PIC 9(6).

       01  WS-GROUP-RECORDS        PIC 9(8)    VALUE 0.
       01  WS-ORIG-REMOVED         PIC 9(8)    VALUE 0.
       01  WS-RTST-REMOVED         PIC 9(8)    VALUE 0.
       01  WS-CORR-REVERSED        PIC 9(8)    VALUE 0.
       01  WS-PRIOR-RESTORED       PIC 9(8)    VALUE 0.
       01  WS-NOT-POSTED           PIC 9(8)    VALUE 0.
       01  WS-HOLDS-WITHDRAWN      PIC 9(8)    VALUE 0.
       01  WS-SUSP-DROPPED         PIC 9(8)    VALUE 0.
       01  WS-SUSP-KEPT            PIC 9(8)    VALUE 0.
       01  WS-AUDIT-WRITTEN        PIC 9(8)    VALUE 0.
       01  WS-EXTRACT-WRITTEN      PIC 9(8)    VALUE 0.
       01  WS-REFUSAL-COUNT        PIC 9(8)    VALUE 0.

       01  WS-LINES-PER-PAGE       PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT           PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT           PIC 9(4)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGBKOT RUN BACKOUT CERTIFICATION".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(13)  VALUE "RUN BACKED OU".
           05  FILLER              PIC X(4)   VALUE "T:  ".
           05  HDG2-REG-DATE       PIC X(8).
           05  FILLER              PIC X(8)   VALUE "  SHIFT ".
           05  HDG2-SHIFT          PIC X(1).
           05  FILLER              PIC X(6)   VALUE "   BY ".
           05  HDG2-OPERATOR       PIC X(8).

       01  WS-HEADING-3.
           05  FILLER              PIC X(7)   VALUE " PLANT".
           05  FILLER              PIC X(12)  VALUE "TEST-ID".
           05  FILLER              PIC X(7)   VALUE "CELL".
           05  FILLER              PIC X(5)   VALUE "ACT".
           05  FILLER              PIC X(8)   VALUE "     P".
           05  FILLER              PIC X(8)   VALUE "  NKTG1".
           05  FILLER              PIC X(8)   VALUE "  NKTG2".
           05  FILLER              PIC X(4)   VALUE " PF".
           05  FILLER              PIC X(12)  VALUE "ACTION TAKEN".

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BD-PLANT            PIC X(2).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  BD-TEST-ID          PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BD-CELL             PIC X(5).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  BD-ACTION           PIC X(1).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  BD-P                PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BD-NKTG1            PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BD-NKTG2            PIC ZZ9.99.
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  BD-PASS-FAIL        PIC X(1).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  BD-TAKEN            PIC X(50).

       01  WS-MESSAGE-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  ML-TEXT             PIC X(120).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  TL-LABEL            PIC X(40).
           05  TL-COUNT            PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = 0 AND NOT WS-REFUSED
               PERFORM 2000-CHECK-RUN-ENTRY
           END-IF
           IF RETURN-CODE = 0 AND NOT WS-REFUSED
               PERFORM 2100-LOCATE-RUN-GROUP
           END-IF
           IF RETURN-CODE = 0 AND NOT WS-REFUSED
               PERFORM 2200-LOAD-RUN-POSTINGS
           END-IF
           IF RETURN-CODE = 0 AND NOT WS-REFUSED
               PERFORM 2300-CHECK-MASTER-ROWS
           END-IF
           IF RETURN-CODE = 0 AND NOT WS-REFUSED
               PERFORM 2400-LOAD-HOLD-MASTER
           END-IF
           IF RETURN-CODE = 0 AND NOT WS-REFUSED
               PERFORM 2500-FIND-PRIOR-POSTINGS
           END-IF
           IF RETURN-CODE = 0 AND NOT WS-REFUSED
               PERFORM 3000-BACK-OUT-RUN
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-YYYYMMDD
           STRING WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS
               DELIMITED BY SIZE INTO WS-RUN-TIME
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME-HHMMSS
           MOVE ZEROES TO WS-SEAL-FIELDS

           ACCEPT WS-SEL-DATE-X FROM ENVIRONMENT "NKTGBKOT-RUN-DATE"
           ACCEPT WS-SEL-SHIFT FROM ENVIRONMENT "NKTGBKOT-SHIFT"
           ACCEPT WS-BKO-OPERATOR FROM ENVIRONMENT "NKTGBKOT-OPERATOR"

           OPEN OUTPUT BACKOUT-REPORT
           IF WS-BR-STATUS NOT = "00"
               DISPLAY "NKTGBKOT: UNABLE TO OPEN BACKOUT-REPORT, "
                   "STATUS=" WS-BR-STATUS
           END-IF
           MOVE WS-SEL-DATE-X TO HDG2-REG-DATE
           MOVE WS-SEL-SHIFT TO HDG2-SHIFT
           MOVE WS-BKO-OPERATOR TO HDG2-OPERATOR
           PERFORM 3900-WRITE-REPORT-HEADERS

      *    A backout is never defaulted: the run and the person
      *    answering for it must both be named.
           EVALUATE TRUE
               WHEN WS-SEL-DATE-X NOT NUMERIC
                   MOVE "NKTGBKOT-RUN-DATE IS NOT A VALID YYYYMMDD DATE"
                       TO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               WHEN WS-SEL-SHIFT = SPACES
                   MOVE "NKTGBKOT-SHIFT IS REQUIRED" TO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               WHEN WS-BKO-OPERATOR = SPACES
                   MOVE "NKTGBKOT-OPERATOR IS REQUIRED" TO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               WHEN OTHER
                   MOVE WS-SEL-DATE-X TO WS-SEL-KEY-DATE
                   MOVE WS-SEL-SHIFT TO WS-SEL-KEY-SHIFT
           END-EVALUATE

           IF NOT WS-REFUSED
               OPEN I-O RUN-CONTROL
               IF WS-RC-STATUS NOT = "00"
                   DISPLAY "NKTGBKOT: UNABLE TO OPEN RUN-CONTROL, "
                       "STATUS=" WS-RC-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-RC-OPEN-SWITCH
               END-IF
               OPEN I-O RESULTS-MASTER
               IF WS-RM-STATUS NOT = "00"
                   DISPLAY "NKTGBKOT: UNABLE TO OPEN RESULTS-MASTER, "
                       "STATUS=" WS-RM-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-RM-OPEN-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      *    Only a completed run whose load the quality system has
      *    already taken is backed out here.  A load not yet released
      *    is simply withheld and the shift corrected before release;
      *    an open entry is a run still in flight or awaiting its
      *    restart.
      ******************************************************************
       2000-CHECK-RUN-ENTRY.
           MOVE WS-SEL-KEY TO RC-RUN-KEY
           READ RUN-CONTROL
               INVALID KEY
                   MOVE SPACES TO ML-TEXT
                   STRING "NO RUN-CONTROL ENTRY FOR THIS RUN DATE AND "
                       "SHIFT"
                       DELIMITED BY SIZE INTO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RC-RUN-BACKED-OUT
                           MOVE SPACES TO ML-TEXT
                           STRING "RUN ALREADY BACKED OUT ON "
                               RC-BACKOUT-DATE " BY " RC-BACKOUT-USER
                               DELIMITED BY SIZE INTO ML-TEXT
                           PERFORM 3810-WRITE-REFUSAL
                       WHEN NOT RC-RUN-COMPLETE
                           MOVE SPACES TO ML-TEXT
                           STRING "RUN NOT COMPLETED - REGISTRY STATUS "
                               RC-STATUS
                               DELIMITED BY SIZE INTO ML-TEXT
                           PERFORM 3810-WRITE-REFUSAL
                       WHEN NOT RC-LOAD-RELEASED
                           MOVE SPACES TO ML-TEXT
                           STRING "QUALITY LOAD NOT YET RELEASED - "
                               "WITHHOLD THE EXTRACT INSTEAD"
                               DELIMITED BY SIZE INTO ML-TEXT
                           PERFORM 3810-WRITE-REFUSAL
                   END-EVALUATE
           END-READ.

      ******************************************************************
      *    First pass over the trail: find the latest group sealed for
      *    the run (a shift backed out and rerun has sealed more than
      *    one) and fold the whole trail into the seal so the records
      *    written here chain on from the last control record.
      ******************************************************************
       2100-LOCATE-RUN-GROUP.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NKTGBKOT: UNABLE TO OPEN AUDIT-TRAIL, STATUS="
                   WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-AU-STATUS NOT = "00"
                   READ AUDIT-TRAIL
                       AT END
                           MOVE "10" TO WS-AU-STATUS
                       NOT AT END
                           ADD 1 TO WS-REC-NO
                           MOVE AU-RECORD TO WT-RECORD
                           PERFORM 2110-LOCATE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
               IF NOT WS-GROUP-FOUND
                   MOVE "NO SEALED AUDIT GROUP FOR THIS RUN ON AUDITTRL"
                       TO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               END-IF
               IF WS-UNSEALED-COUNT > 0
                   MOVE SPACES TO ML-TEXT
                   STRING "AUDITTRL HOLDS " WS-UNSEALED-COUNT
                       " UNSEALED RECORDS - A RUN IS OPEN OR AWAITING"
                       " RESTART" DELIMITED BY SIZE INTO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               END-IF
           END-IF.

       2110-LOCATE-ONE-RECORD.
           IF WT-ACTION = "K"
               MOVE WT-RECORD TO WK-RECORD
               IF WK-REG-KEY = WS-SEL-KEY AND WK-RUN-GROUP
                   MOVE "Y" TO WS-GROUP-FOUND-SWITCH
                   MOVE WS-GROUP-START TO WS-RUN-FIRST
                   COMPUTE WS-RUN-LAST = WS-REC-NO - 1
                   MOVE WS-REC-NO TO WS-RUN-K-NO
               END-IF
               COMPUTE WS-GROUP-START = WS-REC-NO + 1
               MOVE 0 TO WS-UNSEALED-COUNT
           ELSE
               ADD 1 TO WS-UNSEALED-COUNT
           END-IF
           PERFORM 3291-FOLD-TRAIL-RECORD.

      ******************************************************************
      *    Second pass: load the run's group and check every later
      *    record against it.  A later correction (its "R"/"C" pair)
      *    of any TEST-ID the run posted means the run's values have
      *    already been superseded - backing the run out would undo
      *    that correction's ground, so the backout refuses.  So does
      *    any later posting of a reading the run suspended: a later
      *    drain has posted it from suspense, and the rerun could no
      *    longer post the good reading in its place.
      ******************************************************************
       2200-LOAD-RUN-POSTINGS.
           MOVE 0 TO WS-REC-NO
           OPEN INPUT AUDIT-TRAIL
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NKTGBKOT: UNABLE TO OPEN AUDIT-TRAIL, STATUS="
                   WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-AU-STATUS NOT = "00"
                   READ AUDIT-TRAIL
                       AT END
                           MOVE "10" TO WS-AU-STATUS
                       NOT AT END
                           ADD 1 TO WS-REC-NO
                           MOVE AU-RECORD TO WT-RECORD
                           PERFORM 2210-LOAD-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.

       2210-LOAD-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-REC-NO >= WS-RUN-FIRST
                   AND WS-REC-NO <= WS-RUN-LAST
                   PERFORM 2220-STORE-RUN-RECORD
               WHEN WS-REC-NO = WS-RUN-K-NO
                   PERFORM 2230-STORE-RUN-STAMP
               WHEN WS-REC-NO > WS-RUN-K-NO
                   AND (WT-ACTION = "R" OR WT-ACTION = "C")
                   PERFORM 2240-CHECK-LATER-CORRECTION
                   IF WT-ACTION = "C"
                       PERFORM 2270-CHECK-LATER-POSTING
                   END-IF
               WHEN WS-REC-NO > WS-RUN-K-NO
                   AND WT-ACTION = "T"
                   PERFORM 2250-STORE-LATER-RETEST
                   PERFORM 2270-CHECK-LATER-POSTING
               WHEN WS-REC-NO > WS-RUN-K-NO
                   AND WT-ACTION = SPACE
                   PERFORM 2270-CHECK-LATER-POSTING
           END-EVALUATE.

       2220-STORE-RUN-RECORD.
           ADD 1 TO WS-GROUP-RECORDS
           IF WS-RP-COUNT >= 20000
               DISPLAY "NKTGBKOT: RUN GROUP EXCEEDS 20000 AUDIT "
                   "RECORDS - RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RP-COUNT
               MOVE WT-PLANT-CODE TO WS-RP-PLANT(WS-RP-COUNT)
               MOVE WT-TEST-ID TO WS-RP-TEST-ID(WS-RP-COUNT)
               MOVE WT-ACTION TO WS-RP-ACTION(WS-RP-COUNT)
               MOVE SPACES TO WS-RP-ORIG-ID(WS-RP-COUNT)
               MOVE 0 TO WS-RP-SEQ(WS-RP-COUNT)
               MOVE WT-RECORD TO WS-RP-IMAGE(WS-RP-COUNT)
               MOVE "N" TO WS-RP-PRIOR-SWITCH(WS-RP-COUNT)
               IF WT-ACTION = "H"
                   PERFORM 2260-STORE-HELD-READING
               END-IF
               PERFORM 2230-STORE-RUN-STAMP
           END-IF.

       2230-STORE-RUN-STAMP.
           MOVE SPACES TO WS-STAMP-DATE-X
           STRING WT-RUN-DATE(7:4) WT-RUN-DATE(1:2) WT-RUN-DATE(4:2)
               DELIMITED BY SIZE INTO WS-STAMP-DATE-X
           MOVE SPACES TO WS-STAMP-TIME-X
           STRING WT-RUN-TIME(1:2) WT-RUN-TIME(4:2) WT-RUN-TIME(7:2)
               DELIMITED BY SIZE INTO WS-STAMP-TIME-X
           IF WS-STAMP-DATE-X NUMERIC AND WS-STAMP-TIME-X NUMERIC
               MOVE WS-STAMP-DATE-X TO WS-STAMP-DATE
               MOVE WS-STAMP-TIME-X TO WS-STAMP-TIME
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR WS-FOUND
                   IF WS-ST-STAMP(WS-ST-SUB) = WS-STAMP
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND AND WS-ST-COUNT < 50
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-STAMP TO WS-ST-STAMP(WS-ST-COUNT)
               END-IF
           END-IF.

       2240-CHECK-LATER-CORRECTION.
           MOVE WT-PLANT-CODE TO WS-LOOK-PLANT
           MOVE WT-TEST-ID TO WS-LOOK-TEST-ID
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-RP-SCAN FROM 1 BY 1
               UNTIL WS-RP-SCAN > WS-RP-COUNT OR WS-FOUND
               IF WS-RP-KEY(WS-RP-SCAN) = WS-LOOK-KEY
                   AND WS-RP-ACTION(WS-RP-SCAN) NOT = "E"
                   AND WS-RP-ACTION(WS-RP-SCAN) NOT = "H"
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
      *    One refusal line per later correction: its "R" record
      *    is enough, the "C" that follows is the same correction.
           IF WS-FOUND AND WT-ACTION = "R"
               MOVE SPACES TO ML-TEXT
               STRING WT-PLANT-CODE "/" WT-TEST-ID
                   " CORRECTED BY A LATER RUN ON " WT-RUN-DATE
                   DELIMITED BY SIZE INTO ML-TEXT
               PERFORM 3810-WRITE-REFUSAL
           END-IF.

       2250-STORE-LATER-RETEST.
           IF WS-LT-COUNT >= 20000
               DISPLAY "NKTGBKOT: LATER RETESTS EXCEED 20000 AUDIT "
                   "RECORDS - RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-LT-COUNT
               MOVE WT-PLANT-CODE TO WS-LT-PLANT(WS-LT-COUNT)
               MOVE WT-TEST-ID TO WS-LT-TEST-ID(WS-LT-COUNT)
               MOVE SPACES TO WS-LT-ORIG-ID(WS-LT-COUNT)
           END-IF.

       2260-STORE-HELD-READING.
           ADD 1 TO WS-SH-COUNT
           IF WT-PLANT-CODE = SPACES
               MOVE "01" TO WS-SH-PLANT(WS-SH-COUNT)
           ELSE
               MOVE WT-PLANT-CODE TO WS-SH-PLANT(WS-SH-COUNT)
           END-IF
           MOVE WT-TEST-ID TO WS-SH-TEST-ID(WS-SH-COUNT)
           MOVE "N" TO WS-SH-DROP-SWITCH(WS-SH-COUNT).

       2270-CHECK-LATER-POSTING.
           IF WS-SH-COUNT > 0
               IF WT-PLANT-CODE = SPACES
                   MOVE "01" TO WS-LOOK-PLANT
               ELSE
                   MOVE WT-PLANT-CODE TO WS-LOOK-PLANT
               END-IF
               MOVE WT-TEST-ID TO WS-LOOK-TEST-ID
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SH-SUB FROM 1 BY 1
                   UNTIL WS-SH-SUB > WS-SH-COUNT OR WS-FOUND
                   IF WS-SH-KEY(WS-SH-SUB) = WS-LOOK-KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   MOVE SPACES TO ML-TEXT
                   STRING WS-LOOK-PLANT "/" WS-LOOK-TEST-ID
                       " SUSPENDED BY THE RUN, POSTED BY A LATER "
                       "RUN ON " WT-RUN-DATE
                       DELIMITED BY SIZE INTO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               END-IF
           END-IF.

      ******************************************************************
      *    Every row the run posted must still be on the master, and
      *    no later run may have retested an article the run posted,
      *    retested or corrected.  For an original the run posted,
      *    and the original of a retest it posted, the retest counter
      *    must not have moved past the highest retest this run
      *    posted against it.  A corrected original may already have
      *    been retested before the run, so its counter proves
      *    nothing; it is refused only when a retest journaled after
      *    the run names it.  A corrected retest row carries its own
      *    sequence, not a counter, and is not checked.
      ******************************************************************
       2300-CHECK-MASTER-ROWS.
           PERFORM VARYING WS-RP-SUB FROM 1 BY 1
               UNTIL WS-RP-SUB > WS-RP-COUNT
               IF WS-RP-ACTION(WS-RP-SUB) = SPACE
                   OR WS-RP-ACTION(WS-RP-SUB) = "T"
                   OR WS-RP-ACTION(WS-RP-SUB) = "C"
                   PERFORM 2310-READ-POSTED-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > WS-LT-COUNT
               PERFORM 2330-READ-LATER-RETEST
           END-PERFORM
           PERFORM VARYING WS-RP-SUB FROM 1 BY 1
               UNTIL WS-RP-SUB > WS-RP-COUNT
               EVALUATE WS-RP-ACTION(WS-RP-SUB)
                   WHEN SPACE
                       MOVE WS-RP-KEY(WS-RP-SUB) TO WS-LOOK-KEY
                       PERFORM 2320-CHECK-LATER-RETEST
                   WHEN "C"
                       IF WS-RP-ORIG-ID(WS-RP-SUB) = SPACES
                           PERFORM 2340-CHECK-CORRECTED-ORIGINAL
                       END-IF
                   WHEN "T"
                       IF WS-RP-ORIG-ID(WS-RP-SUB) NOT = SPACES
                           MOVE WS-RP-PLANT(WS-RP-SUB) TO WS-LOOK-PLANT
                           MOVE WS-RP-ORIG-ID(WS-RP-SUB)
                               TO WS-LOOK-TEST-ID
                           PERFORM 2320-CHECK-LATER-RETEST
                       END-IF
               END-EVALUATE
           END-PERFORM.

       2310-READ-POSTED-ROW.
           MOVE WS-RP-KEY(WS-RP-SUB) TO RM-MASTER-KEY
           READ RESULTS-MASTER
               INVALID KEY
                   MOVE SPACES TO ML-TEXT
                   STRING WS-RP-PLANT(WS-RP-SUB) "/"
                       WS-RP-TEST-ID(WS-RP-SUB)
                       " NOT ON RESULTS-MASTER - ROW ARCHIVED OR "
                       "REMOVED SINCE THE RUN"
                       DELIMITED BY SIZE INTO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               NOT INVALID KEY
                   IF WS-RP-ACTION(WS-RP-SUB) = "T"
                       OR WS-RP-ACTION(WS-RP-SUB) = "C"
                       MOVE RM-ORIG-TEST-ID TO WS-RP-ORIG-ID(WS-RP-SUB)
                   END-IF
                   MOVE RM-RETEST-SEQ TO WS-RP-SEQ(WS-RP-SUB)
           END-READ.

       2320-CHECK-LATER-RETEST.
           MOVE 0 TO WS-RUN-MAX-SEQ
           PERFORM VARYING WS-RP-SCAN FROM 1 BY 1
               UNTIL WS-RP-SCAN > WS-RP-COUNT
               IF WS-RP-ACTION(WS-RP-SCAN) = "T"
                   AND WS-RP-PLANT(WS-RP-SCAN) = WS-LOOK-PLANT
                   AND WS-RP-ORIG-ID(WS-RP-SCAN) = WS-LOOK-TEST-ID
                   AND WS-RP-SEQ(WS-RP-SCAN) > WS-RUN-MAX-SEQ
                   MOVE WS-RP-SEQ(WS-RP-SCAN) TO WS-RUN-MAX-SEQ
               END-IF
           END-PERFORM
           MOVE WS-LOOK-KEY TO RM-MASTER-KEY
           READ RESULTS-MASTER
               INVALID KEY
                   MOVE SPACES TO ML-TEXT
                   STRING WS-LOOK-PLANT "/" WS-LOOK-TEST-ID
                       " RETEST ORIGINAL NOT ON RESULTS-MASTER"
                       DELIMITED BY SIZE INTO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               NOT INVALID KEY
                   IF RM-RETEST-SEQ > WS-RUN-MAX-SEQ
                       MOVE SPACES TO ML-TEXT
                       STRING WS-LOOK-PLANT "/" WS-LOOK-TEST-ID
                           " RETESTED BY A LATER RUN - RETEST COUNT "
                           RM-RETEST-SEQ
                           DELIMITED BY SIZE INTO ML-TEXT
                       PERFORM 3810-WRITE-REFUSAL
                   END-IF
           END-READ.

       2330-READ-LATER-RETEST.
           MOVE WS-LT-KEY(WS-LT-SUB) TO RM-MASTER-KEY
           READ RESULTS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RM-ORIG-TEST-ID TO WS-LT-ORIG-ID(WS-LT-SUB)
           END-READ.

       2340-CHECK-CORRECTED-ORIGINAL.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > WS-LT-COUNT OR WS-FOUND
               IF WS-LT-PLANT(WS-LT-SUB) = WS-RP-PLANT(WS-RP-SUB)
                   AND WS-LT-ORIG-ID(WS-LT-SUB)
                       = WS-RP-TEST-ID(WS-RP-SUB)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE SPACES TO ML-TEXT
                   STRING WS-RP-PLANT(WS-RP-SUB) "/"
                       WS-RP-TEST-ID(WS-RP-SUB)
                       " RETESTED BY A LATER RUN AS "
                       WS-LT-TEST-ID(WS-LT-SUB)
                       DELIMITED BY SIZE INTO ML-TEXT
                   PERFORM 3810-WRITE-REFUSAL
               END-IF
           END-PERFORM.

       2400-LOAD-HOLD-MASTER.
           OPEN INPUT HOLD-MASTER
           IF WS-HM-STATUS = "00"
               PERFORM UNTIL WS-HM-STATUS NOT = "00"
                   READ HOLD-MASTER
                       AT END
                           MOVE "10" TO WS-HM-STATUS
                       NOT AT END
                           PERFORM 2410-STORE-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER
           END-IF.

       2410-STORE-HOLD-RECORD.
           IF WS-HOLD-COUNT >= 2000
               DISPLAY "NKTGBKOT: HOLD-MASTER EXCEEDS 2000 CELLS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-HM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               SET WS-HOLD-IDX TO WS-HOLD-COUNT
               IF HM-PLANT-CODE = SPACES
                   MOVE "01" TO WS-HOLD-PLANT(WS-HOLD-IDX)
               ELSE
                   MOVE HM-PLANT-CODE TO WS-HOLD-PLANT(WS-HOLD-IDX)
               END-IF
               MOVE HM-TEST-CELL TO WS-HOLD-CELL(WS-HOLD-IDX)
               MOVE HM-HOLD-DATE TO WS-HOLD-DATE(WS-HOLD-IDX)
               MOVE HM-HOLD-TIME TO WS-HOLD-TIME(WS-HOLD-IDX)
               MOVE HM-CONSEC-COUNT TO WS-HOLD-CONSEC(WS-HOLD-IDX)
               MOVE HM-TEST-ID TO WS-HOLD-TEST-ID(WS-HOLD-IDX)
           END-IF.

      ******************************************************************
      *    Third pass: the posting each of the run's corrections
      *    replaced is the latest original, retest or correction of
      *    the same plant/TEST-ID ahead of its "R" record - on the
      *    trail before the run's group, or earlier in the group
      *    itself when the run posted or corrected the reading
      *    twice.  Its operator, reading date/time, product and run
      *    date go back on the master with the prior values; with
      *    none left on the trail they cannot, and the backout
      *    refuses.
      ******************************************************************
       2500-FIND-PRIOR-POSTINGS.
           MOVE 0 TO WS-PR-COUNT
           PERFORM VARYING WS-RP-SUB FROM 1 BY 1
               UNTIL WS-RP-SUB > WS-RP-COUNT
               IF WS-RP-ACTION(WS-RP-SUB) = "R"
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-RP-SUB TO WS-PR-RP-SUB(WS-PR-COUNT)
               END-IF
           END-PERFORM
           IF WS-PR-COUNT > 0
               MOVE 0 TO WS-REC-NO
               OPEN INPUT AUDIT-TRAIL
               IF WS-AU-STATUS NOT = "00"
                   DISPLAY "NKTGBKOT: UNABLE TO OPEN AUDIT-TRAIL, "
                       "STATUS=" WS-AU-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-AU-STATUS NOT = "00"
                       READ AUDIT-TRAIL
                           AT END
                               MOVE "10" TO WS-AU-STATUS
                           NOT AT END
                               ADD 1 TO WS-REC-NO
                               PERFORM 2510-CHECK-PRIOR-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-TRAIL
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-COUNT
                   MOVE WS-PR-RP-SUB(WS-PR-SUB) TO WS-RP-SCAN
                   PERFORM 2520-CHECK-GROUP-PRIOR
               END-PERFORM
           END-IF.

       2510-CHECK-PRIOR-RECORD.
           IF WS-REC-NO >= WS-RUN-FIRST
               MOVE "10" TO WS-AU-STATUS
           ELSE
               IF AU-ACTION = SPACE OR AU-ACTION = "T"
                   OR AU-ACTION = "C"
                   MOVE AU-RECORD TO WT-RECORD
                   PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                       UNTIL WS-PR-SUB > WS-PR-COUNT
                       MOVE WS-PR-RP-SUB(WS-PR-SUB) TO WS-RP-SCAN
                       IF WS-RP-PLANT(WS-RP-SCAN) = WT-PLANT-CODE
                           AND WS-RP-TEST-ID(WS-RP-SCAN) = WT-TEST-ID
                           PERFORM 2530-SET-PRIOR-POSTING
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2520-CHECK-GROUP-PRIOR.
           MOVE 0 TO WS-RP-MATCH
           PERFORM VARYING WS-RP-SUB FROM 1 BY 1
               UNTIL WS-RP-SUB >= WS-RP-SCAN
               IF WS-RP-KEY(WS-RP-SUB) = WS-RP-KEY(WS-RP-SCAN)
                   AND (WS-RP-ACTION(WS-RP-SUB) = SPACE
                   OR WS-RP-ACTION(WS-RP-SUB) = "T"
                   OR WS-RP-ACTION(WS-RP-SUB) = "C")
                   MOVE WS-RP-SUB TO WS-RP-MATCH
               END-IF
           END-PERFORM
           IF WS-RP-MATCH > 0
               MOVE WS-RP-IMAGE(WS-RP-MATCH) TO WT-RECORD
               PERFORM 2530-SET-PRIOR-POSTING
           END-IF
           IF NOT WS-RP-PRIOR-FOUND(WS-RP-SCAN)
               MOVE SPACES TO ML-TEXT
               STRING WS-RP-PLANT(WS-RP-SCAN) "/"
                   WS-RP-TEST-ID(WS-RP-SCAN)
                   " CORRECTED BY THE RUN - NO PRIOR POSTING ON "
                   "AUDITTRL TO RESTORE"
                   DELIMITED BY SIZE INTO ML-TEXT
               PERFORM 3810-WRITE-REFUSAL
           END-IF.

       2530-SET-PRIOR-POSTING.
           MOVE "Y" TO WS-RP-PRIOR-SWITCH(WS-RP-SCAN)
           MOVE WT-OPERATOR-ID TO WS-RP-PRIOR-OPERATOR(WS-RP-SCAN)
           MOVE WT-PRODUCT-CODE TO WS-RP-PRIOR-PRODUCT(WS-RP-SCAN)
           MOVE WT-READING-DATE TO WS-RP-PRIOR-READ-DATE(WS-RP-SCAN)
           MOVE WT-READING-TIME TO WS-RP-PRIOR-READ-TIME(WS-RP-SCAN)
           MOVE SPACES TO WS-STAMP-DATE-X
           STRING WT-RUN-DATE(7:4) WT-RUN-DATE(1:2) WT-RUN-DATE(4:2)
               DELIMITED BY SIZE INTO WS-STAMP-DATE-X
           IF WS-STAMP-DATE-X NUMERIC
               MOVE WS-STAMP-DATE-X
                   TO WS-RP-PRIOR-RUN-DATE(WS-RP-SCAN)
           ELSE
               MOVE ZEROES TO WS-RP-PRIOR-RUN-DATE(WS-RP-SCAN)
           END-IF.

      ******************************************************************
      *    Nothing is touched until every check has passed.  The
      *    group is undone last record first, so a TEST-ID the run
      *    posted and then corrected, or retested more than once,
      *    unwinds in the reverse of the order it was built.
      ******************************************************************
       3000-BACK-OUT-RUN.
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NKTGBKOT: UNABLE TO OPEN AUDIT-TRAIL, STATUS="
                   WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-TRAIL-OPEN-SWITCH
           END-IF
           OPEN OUTPUT REVERSAL-EXTRACT
           IF WS-IF-STATUS NOT = "00"
               DISPLAY "NKTGBKOT: UNABLE TO OPEN REVERSAL-EXTRACT, "
                   "STATUS=" WS-IF-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN EXTEND HOLD-HISTORY
           IF WS-HH-STATUS NOT = "00"
               OPEN OUTPUT HOLD-HISTORY
           END-IF
           IF WS-HH-STATUS NOT = "00"
               DISPLAY "NKTGBKOT: UNABLE TO OPEN HOLD-HISTORY, "
                   "STATUS=" WS-HH-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = 0
               PERFORM VARYING WS-RP-SUB FROM WS-RP-COUNT BY -1
                   UNTIL WS-RP-SUB < 1 OR RETURN-CODE NOT = 0
                   PERFORM 3100-REVERSE-ONE-POSTING
               END-PERFORM
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3400-WITHDRAW-RUN-HOLDS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3450-DROP-HELD-READINGS
           END-IF

      *    The backout's records journal master changes actually
      *    made, so they are sealed even when the backout stops
      *    part-way - the registry entry is only marked on a clean
      *    finish.
           IF WS-TRAIL-OPENED
               IF WS-AUDIT-WRITTEN > 0 OR RETURN-CODE = 0
                   PERFORM 3500-WRITE-AUDIT-CONTROL
               END-IF
               CLOSE AUDIT-TRAIL
           END-IF
           IF WS-IF-STATUS = "00"
               CLOSE REVERSAL-EXTRACT
           END-IF
           IF WS-HH-STATUS = "00"
               CLOSE HOLD-HISTORY
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3600-MARK-RUN-BACKED-OUT
           END-IF.

       3100-REVERSE-ONE-POSTING.
           MOVE WS-RP-IMAGE(WS-RP-SUB) TO WT-RECORD
           EVALUATE WT-ACTION
               WHEN SPACE
                   PERFORM 3110-REMOVE-ORIGINAL
               WHEN "T"
                   PERFORM 3120-REMOVE-RETEST
               WHEN "C"
                   PERFORM 3130-REVERSE-CORRECTION
               WHEN "R"
                   PERFORM 3140-RESTORE-PRIOR-VALUES
               WHEN OTHER
                   ADD 1 TO WS-NOT-POSTED
           END-EVALUATE.

       3110-REMOVE-ORIGINAL.
           MOVE WS-RP-KEY(WS-RP-SUB) TO RM-MASTER-KEY
           DELETE RESULTS-MASTER RECORD
               INVALID KEY
                   DISPLAY "NKTGBKOT: RESULTS-MASTER DELETE FAILED FOR "
                       RM-TEST-ID " STATUS=" WS-RM-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ORIG-REMOVED
                   MOVE "R" TO WS-BKO-ACTION
                   PERFORM 3200-WRITE-BACKOUT-AUDIT
                   PERFORM 3300-WRITE-BACKOUT-EXTRACT
                   MOVE "ORIGINAL POSTING REMOVED FROM MASTER"
                       TO WS-TAKEN
                   PERFORM 3800-WRITE-DETAIL-LINE
           END-DELETE.

       3120-REMOVE-RETEST.
           MOVE WS-RP-KEY(WS-RP-SUB) TO RM-MASTER-KEY
           DELETE RESULTS-MASTER RECORD
               INVALID KEY
                   DISPLAY "NKTGBKOT: RESULTS-MASTER DELETE FAILED FOR "
                       RM-TEST-ID " STATUS=" WS-RM-STATUS
                   MOVE 16 TO RETURN-CODE
           END-DELETE
           IF RETURN-CODE = 0
               MOVE WS-RP-PLANT(WS-RP-SUB) TO RM-PLANT-CODE
               MOVE WS-RP-ORIG-ID(WS-RP-SUB) TO RM-TEST-ID
               READ RESULTS-MASTER
                   INVALID KEY
                       DISPLAY "NKTGBKOT: RETEST ORIGINAL "
                           WS-RP-ORIG-ID(WS-RP-SUB)
                           " READ FAILED, STATUS=" WS-RM-STATUS
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       IF WS-RP-SEQ(WS-RP-SUB) > 0
                           COMPUTE RM-RETEST-SEQ =
                               WS-RP-SEQ(WS-RP-SUB) - 1
                       END-IF
                       REWRITE RM-RECORD
                           INVALID KEY
                               DISPLAY "NKTGBKOT: RETEST ORIGINAL "
                                   WS-RP-ORIG-ID(WS-RP-SUB)
                                   " REWRITE FAILED, STATUS="
                                   WS-RM-STATUS
                               MOVE 16 TO RETURN-CODE
                       END-REWRITE
               END-READ
           END-IF
           IF RETURN-CODE = 0
               ADD 1 TO WS-RTST-REMOVED
               MOVE "R" TO WS-BKO-ACTION
               PERFORM 3200-WRITE-BACKOUT-AUDIT
               PERFORM 3300-WRITE-BACKOUT-EXTRACT
               MOVE SPACES TO WS-TAKEN
               STRING "RETEST REMOVED, " WS-RP-ORIG-ID(WS-RP-SUB)
                   " RETEST COUNT " RM-RETEST-SEQ
                   DELIMITED BY SIZE INTO WS-TAKEN
               PERFORM 3800-WRITE-DETAIL-LINE
           END-IF.

      *    The correction's values come out of the quality system;
      *    the master row is put back by the "R" record before it.
       3130-REVERSE-CORRECTION.
           ADD 1 TO WS-CORR-REVERSED
           MOVE "R" TO WS-BKO-ACTION
           PERFORM 3200-WRITE-BACKOUT-AUDIT
           PERFORM 3300-WRITE-BACKOUT-EXTRACT
           MOVE "CORRECTED VALUES BACKED OUT" TO WS-TAKEN
           PERFORM 3800-WRITE-DETAIL-LINE.

      ******************************************************************
      *    The run's "R" record carries the values its correction
      *    replaced - those go back on the master row, with the
      *    operator, reading date/time, product and run date of the
      *    posting they came from (2500), and re-post to the quality
      *    system as a corrected replacement.  The row needs
      *    acknowledging again, as after any correction.
      ******************************************************************
       3140-RESTORE-PRIOR-VALUES.
           MOVE WS-RP-PRIOR-PRODUCT(WS-RP-SUB) TO WT-PRODUCT-CODE
           MOVE WS-RP-PRIOR-READ-DATE(WS-RP-SUB) TO WT-READING-DATE
           MOVE WS-RP-PRIOR-READ-TIME(WS-RP-SUB) TO WT-READING-TIME
           MOVE WT-RECORD TO WS-RP-IMAGE(WS-RP-SUB)
           MOVE WS-RP-KEY(WS-RP-SUB) TO RM-MASTER-KEY
           READ RESULTS-MASTER
               INVALID KEY
                   DISPLAY "NKTGBKOT: RESULTS-MASTER READ FAILED FOR "
                       RM-TEST-ID " STATUS=" WS-RM-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WT-TEST-CELL TO RM-TEST-CELL
                   MOVE WT-P TO RM-P
                   MOVE WT-NKTG1 TO RM-NKTG1
                   MOVE WT-NKTG2 TO RM-NKTG2
                   MOVE WT-PASS-FAIL TO RM-PASS-FAIL
                   MOVE WT-CAL-CERT-NO TO RM-CAL-CERT-NO
                   MOVE WS-RP-PRIOR-OPERATOR(WS-RP-SUB)
                       TO RM-OPERATOR-ID
                   MOVE WS-RP-PRIOR-READ-DATE(WS-RP-SUB)
                       TO RM-READING-DATE
                   MOVE WS-RP-PRIOR-READ-TIME(WS-RP-SUB)
                       TO RM-READING-TIME
                   MOVE WS-RP-PRIOR-PRODUCT(WS-RP-SUB)
                       TO RM-PRODUCT-CODE
                   MOVE WS-RP-PRIOR-RUN-DATE(WS-RP-SUB)
                       TO RM-RUN-DATE
                   MOVE SPACE TO RM-ACK-FLAG
                   MOVE ZEROES TO RM-ACK-DATE
                   REWRITE RM-RECORD
                       INVALID KEY
                           DISPLAY "NKTGBKOT: RESULTS-MASTER REWRITE "
                               "FAILED FOR " RM-TEST-ID
                               " STATUS=" WS-RM-STATUS
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-PRIOR-RESTORED
                           MOVE "C" TO WS-BKO-ACTION
                           PERFORM 3200-WRITE-BACKOUT-AUDIT
                           PERFORM 3300-WRITE-BACKOUT-EXTRACT
                           MOVE "PRIOR VALUES RESTORED TO MASTER"
                               TO WS-TAKEN
                           PERFORM 3800-WRITE-DETAIL-LINE
                   END-REWRITE
           END-READ.

      ******************************************************************
      *    The backout's journal record is the run's record as it
      *    stood - same reading, cell, shift and values - restamped
      *    with this run and the badge answering for the backout.
      ******************************************************************
       3200-WRITE-BACKOUT-AUDIT.
           MOVE WT-RECORD TO AU-RECORD
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE WS-RUN-TIME TO AU-RUN-TIME
           MOVE WS-BKO-OPERATOR TO AU-OPERATOR-ID
           MOVE WS-BKO-ACTION TO AU-ACTION
           MOVE AU-RECORD TO WT-RECORD
           PERFORM 3291-FOLD-TRAIL-RECORD
           WRITE AU-RECORD FROM WT-RECORD
           ADD 1 TO WS-AUDIT-WRITTEN
           MOVE WS-RP-IMAGE(WS-RP-SUB) TO WT-RECORD.

      ******************************************************************
      *    Same fold as NKTGLAW 2391/2392: counts by action, hash
      *    totals, and each byte of the 132-byte image in turn (times
      *    31, plus the character's ordinal, modulo the prime
      *    999999937).  A control record starts a new group.
      ******************************************************************
       3291-FOLD-TRAIL-RECORD.
           IF WT-ACTION = "K"
               MOVE WT-RECORD TO WK-RECORD
               MOVE ZEROES TO WS-SEAL-FIELDS
               MOVE WK-CHAIN-VALUE TO WS-SEAL-PREV-CHAIN
           ELSE
               EVALUATE WT-ACTION
                   WHEN "R"
                       ADD 1 TO WS-SEAL-RVSL-COUNT
                   WHEN "C"
                       ADD 1 TO WS-SEAL-CORR-COUNT
                   WHEN "T"
                       ADD 1 TO WS-SEAL-RTST-COUNT
                   WHEN "H"
                       ADD 1 TO WS-SEAL-SUSP-COUNT
                   WHEN "E"
                       ADD 1 TO WS-SEAL-EXC-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SEAL-ORIG-COUNT
               END-EVALUATE
               IF WT-P NUMERIC AND WT-NKTG1 NUMERIC
                   AND WT-NKTG2 NUMERIC
                   ADD WT-P TO WS-SEAL-HASH-P
                   ADD WT-NKTG1 TO WS-SEAL-HASH-NKTG1
                   ADD WT-NKTG2 TO WS-SEAL-HASH-NKTG2
               END-IF
               MOVE 132 TO WS-FOLD-LENGTH
               PERFORM 3292-FOLD-BYTES
           END-IF.

       3292-FOLD-BYTES.
           PERFORM VARYING WS-FOLD-SUB FROM 1 BY 1
               UNTIL WS-FOLD-SUB > WS-FOLD-LENGTH
               COMPUTE WS-FOLD-WORK = WS-SEAL-CHECK * 31
                   + FUNCTION ORD(WT-RECORD(WS-FOLD-SUB:1))
               COMPUTE WS-SEAL-CHECK =
                   FUNCTION MOD(WS-FOLD-WORK, 999999937)
           END-PERFORM.

       3300-WRITE-BACKOUT-EXTRACT.
           MOVE WT-TEST-ID TO IF-TEST-ID
           MOVE WT-TEST-CELL TO IF-TEST-CELL
           MOVE WS-RUN-DATE-YYYYMMDD TO IF-RUN-DATE
           MOVE WT-P TO IF-P
           MOVE WT-NKTG1 TO IF-NKTG1
           MOVE WT-NKTG2 TO IF-NKTG2
           MOVE WT-PASS-FAIL TO IF-PASS-FAIL-FLAG
           MOVE WS-BKO-ACTION TO IF-ACTION-CODE
           MOVE WT-PRODUCT-CODE TO IF-PRODUCT-CODE
           MOVE SPACES TO IF-ORIG-TEST-ID
           MOVE WT-PLANT-CODE TO IF-PLANT-CODE
           WRITE IF-RECORD
           ADD 1 TO WS-EXTRACT-WRITTEN.

      ******************************************************************
      *    A hold stamped with one of the run's own start stamps was
      *    placed by the run's streak - the readings behind it are
      *    being backed out, so the hold comes off with them and
      *    the withdrawal is journaled like any release.  Holds
      *    placed by earlier runs, and releases engineering applied
      *    during the run, stand.
      ******************************************************************
       3400-WITHDRAW-RUN-HOLDS.
           PERFORM VARYING WS-HOLD-SUB FROM WS-HOLD-COUNT BY -1
               UNTIL WS-HOLD-SUB < 1
               MOVE WS-HOLD-DATE(WS-HOLD-SUB) TO WS-STAMP-DATE
               MOVE WS-HOLD-TIME(WS-HOLD-SUB) TO WS-STAMP-TIME
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR WS-FOUND
                   IF WS-ST-STAMP(WS-ST-SUB) = WS-STAMP
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   PERFORM 3410-WITHDRAW-ONE-HOLD
               END-IF
           END-PERFORM
           IF WS-HOLDS-WITHDRAWN > 0
               PERFORM 3420-REWRITE-HOLD-MASTER
           END-IF.

       3410-WITHDRAW-ONE-HOLD.
           MOVE SPACES TO HH-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO HH-CHANGE-DATE
           MOVE WS-RUN-TIME-HHMMSS TO HH-CHANGE-TIME
           MOVE "R" TO HH-ACTION
           MOVE WS-HOLD-PLANT(WS-HOLD-SUB) TO HH-PLANT-CODE
           MOVE WS-HOLD-CELL(WS-HOLD-SUB) TO HH-TEST-CELL
           MOVE WS-BKO-OPERATOR TO HH-USER-ID
           MOVE WS-HOLD-CONSEC(WS-HOLD-SUB) TO HH-CONSEC-COUNT
           MOVE "RUN BACKED OUT - HOLD WITHDRAWN" TO HH-REASON
           WRITE HH-RECORD
           ADD 1 TO WS-HOLDS-WITHDRAWN
           MOVE SPACES TO ML-TEXT
           STRING "HOLD WITHDRAWN: PLANT " WS-HOLD-PLANT(WS-HOLD-SUB)
               " CELL " WS-HOLD-CELL(WS-HOLD-SUB)
               " PLACED " WS-HOLD-DATE(WS-HOLD-SUB)
               " " WS-HOLD-TIME(WS-HOLD-SUB)
               DELIMITED BY SIZE INTO ML-TEXT
           MOVE WS-MESSAGE-LINE TO BR-RECORD
           PERFORM 3820-WRITE-LINE
           PERFORM VARYING WS-INS-SUB FROM WS-HOLD-SUB BY 1
               UNTIL WS-INS-SUB >= WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-INS-SUB + 1)
                   TO WS-HOLD-ENTRY(WS-INS-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-HOLD-COUNT.

       3420-REWRITE-HOLD-MASTER.
           OPEN OUTPUT HOLD-MASTER
           IF WS-HM-STATUS NOT = "00"
               DISPLAY "NKTGBKOT: UNABLE TO REWRITE HOLD-MASTER, "
                   "STATUS=" WS-HM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HOLD-COUNT > 0
                   PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                       MOVE SPACES TO HM-RECORD
                       MOVE WS-HOLD-PLANT(WS-HOLD-IDX)
                           TO HM-PLANT-CODE
                       MOVE WS-HOLD-CELL(WS-HOLD-IDX)
                           TO HM-TEST-CELL
                       MOVE WS-HOLD-DATE(WS-HOLD-IDX)
                           TO HM-HOLD-DATE
                       MOVE WS-HOLD-TIME(WS-HOLD-IDX)
                           TO HM-HOLD-TIME
                       MOVE WS-HOLD-CONSEC(WS-HOLD-IDX)
                           TO HM-CONSEC-COUNT
                       MOVE WS-HOLD-TEST-ID(WS-HOLD-IDX)
                           TO HM-TEST-ID
                       WRITE HM-RECORD
                   END-PERFORM
               END-IF
               CLOSE HOLD-MASTER
           END-IF.

      ******************************************************************
      *    The readings the run suspended came off the bad TESTREAD
      *    and are still waiting on the carried suspense; with the
      *    run's holds withdrawn the next drain would post them ahead
      *    of the rerun's readings.  SUSPOLD is copied to SUSPENSE
      *    without them, each one dropped reported, and the job step
      *    swaps SUSPENSE in as the next run's SUSPOLD just as it does
      *    after an NKTGLAW run.  A missing SUSPOLD means nothing is
      *    carried and SUSPENSE is written empty.
      ******************************************************************
       3450-DROP-HELD-READINGS.
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SU-STATUS NOT = "00"
               DISPLAY "NKTGBKOT: UNABLE TO OPEN SUSPENSE-FILE, "
                   "STATUS=" WS-SU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT SUSPENSE-OLD
               IF WS-SO-STATUS NOT = "00"
                   DISPLAY "NKTGBKOT: NO CARRIED SUSPENSE, STATUS="
                       WS-SO-STATUS
               ELSE
                   PERFORM UNTIL WS-SO-STATUS NOT = "00"
                       READ SUSPENSE-OLD
                           AT END
                               MOVE "10" TO WS-SO-STATUS
                           NOT AT END
                               PERFORM 3460-COPY-OR-DROP-READING
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-OLD
               END-IF
               CLOSE SUSPENSE-FILE
               PERFORM VARYING WS-SH-SUB FROM 1 BY 1
                   UNTIL WS-SH-SUB > WS-SH-COUNT
                   IF NOT WS-SH-DROPPED(WS-SH-SUB)
                       MOVE SPACES TO ML-TEXT
                       STRING "SUSPENDED READING: PLANT "
                           WS-SH-PLANT(WS-SH-SUB)
                           " TEST-ID " WS-SH-TEST-ID(WS-SH-SUB)
                           " NOT ON SUSPOLD - NOTHING TO DROP"
                           DELIMITED BY SIZE INTO ML-TEXT
                       MOVE WS-MESSAGE-LINE TO BR-RECORD
                       PERFORM 3820-WRITE-LINE
                   END-IF
               END-PERFORM
           END-IF.

       3460-COPY-OR-DROP-READING.
           IF SO-PLANT-CODE = SPACES
               MOVE "01" TO WS-LOOK-PLANT
           ELSE
               MOVE SO-PLANT-CODE TO WS-LOOK-PLANT
           END-IF
           MOVE SO-TEST-ID TO WS-LOOK-TEST-ID
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SH-SUB FROM 1 BY 1
               UNTIL WS-SH-SUB > WS-SH-COUNT OR WS-FOUND
               IF WS-SH-KEY(WS-SH-SUB) = WS-LOOK-KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE "Y" TO WS-SH-DROP-SWITCH(WS-SH-SUB)
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-SUSP-DROPPED
               MOVE SPACES TO ML-TEXT
               STRING "SUSPENDED READING DROPPED: PLANT "
                   WS-LOOK-PLANT " TEST-ID " SO-TEST-ID
                   " CELL " SO-TEST-CELL
                   DELIMITED BY SIZE INTO ML-TEXT
               MOVE WS-MESSAGE-LINE TO BR-RECORD
               PERFORM 3820-WRITE-LINE
           ELSE
               MOVE SO-RECORD TO SU-RECORD
               WRITE SU-RECORD
               ADD 1 TO WS-SUSP-KEPT
           END-IF.

      ******************************************************************
      *    The backout seals its own records as a group of type "B"
      *    under the backed-out run's registry key, chained on from
      *    the last control record like any NKTGLAW run.
      ******************************************************************
       3500-WRITE-AUDIT-CONTROL.
           MOVE SPACES TO AK-RECORD
           MOVE WS-RUN-DATE TO AK-RUN-DATE
           MOVE WS-RUN-TIME TO AK-RUN-TIME
           MOVE WS-BKO-OPERATOR TO AK-OPERATOR-ID
           MOVE WS-SEL-KEY-DATE TO AK-REG-DATE
           MOVE WS-SEL-KEY-SHIFT TO AK-REG-SHIFT
           MOVE "B" TO AK-GROUP-TYPE
           MOVE WS-SEAL-ORIG-COUNT TO AK-ORIG-COUNT
           MOVE WS-SEAL-RVSL-COUNT TO AK-RVSL-COUNT
           MOVE WS-SEAL-CORR-COUNT TO AK-CORR-COUNT
           MOVE WS-SEAL-RTST-COUNT TO AK-RTST-COUNT
           MOVE WS-SEAL-SUSP-COUNT TO AK-SUSP-COUNT
           MOVE WS-SEAL-EXC-COUNT TO AK-EXC-COUNT
           MOVE "K" TO AK-ACTION
           MOVE WS-SEAL-HASH-P TO AK-HASH-P
           MOVE WS-SEAL-HASH-NKTG1 TO AK-HASH-NKTG1
           MOVE WS-SEAL-HASH-NKTG2 TO AK-HASH-NKTG2
           MOVE WS-SEAL-PREV-CHAIN TO AK-PREV-CHAIN
           MOVE ZEROES TO AK-CHAIN-VALUE
           MOVE AK-RECORD TO WT-RECORD
           MOVE 123 TO WS-FOLD-LENGTH
           PERFORM 3292-FOLD-BYTES
           MOVE WS-SEAL-CHECK TO AK-CHAIN-VALUE
           WRITE AK-RECORD.

       3600-MARK-RUN-BACKED-OUT.
           MOVE WS-SEL-KEY TO RC-RUN-KEY
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY "NKTGBKOT: RUN-CONTROL ENTRY LOST, STATUS="
                       WS-RC-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "B" TO RC-STATUS
                   MOVE WS-RUN-DATE-YYYYMMDD TO RC-BACKOUT-DATE
                   MOVE WS-RUN-TIME-HHMMSS TO RC-BACKOUT-TIME
                   MOVE WS-BKO-OPERATOR TO RC-BACKOUT-USER
                   REWRITE RC-RECORD
                       INVALID KEY
                           DISPLAY "NKTGBKOT: RUN-CONTROL REWRITE "
                               "FAILED, STATUS=" WS-RC-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       3800-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WT-PLANT-CODE TO BD-PLANT
           MOVE WT-TEST-ID TO BD-TEST-ID
           MOVE WT-TEST-CELL TO BD-CELL
           MOVE WT-ACTION TO BD-ACTION
           IF WT-P NUMERIC AND WT-NKTG1 NUMERIC
               AND WT-NKTG2 NUMERIC
               MOVE WT-P TO BD-P
               MOVE WT-NKTG1 TO BD-NKTG1
               MOVE WT-NKTG2 TO BD-NKTG2
           END-IF
           MOVE WT-PASS-FAIL TO BD-PASS-FAIL
           MOVE WS-TAKEN TO BD-TAKEN
           MOVE WS-DETAIL-LINE TO BR-RECORD
           PERFORM 3820-WRITE-LINE.

       3810-WRITE-REFUSAL.
           MOVE "Y" TO WS-REFUSED-SWITCH
           ADD 1 TO WS-REFUSAL-COUNT
           DISPLAY "NKTGBKOT: REFUSED - " ML-TEXT
           MOVE WS-MESSAGE-LINE TO BR-RECORD
           PERFORM 3820-WRITE-LINE.

       3820-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           WRITE BR-RECORD
           ADD 1 TO WS-LINE-COUNT.

       3900-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO BR-RECORD
           WRITE BR-RECORD

           MOVE WS-HEADING-2 TO BR-RECORD
           WRITE BR-RECORD

           MOVE SPACES TO BR-RECORD
           WRITE BR-RECORD

           MOVE WS-HEADING-3 TO BR-RECORD
           WRITE BR-RECORD

           MOVE 0 TO WS-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO BR-RECORD
           PERFORM 3820-WRITE-LINE
           MOVE "RUN AUDIT RECORDS" TO TL-LABEL
           MOVE WS-GROUP-RECORDS TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "ORIGINAL POSTINGS REMOVED" TO TL-LABEL
           MOVE WS-ORIG-REMOVED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "RETESTS REMOVED" TO TL-LABEL
           MOVE WS-RTST-REMOVED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "CORRECTIONS BACKED OUT" TO TL-LABEL
           MOVE WS-CORR-REVERSED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "PRIOR VALUES RESTORED" TO TL-LABEL
           MOVE WS-PRIOR-RESTORED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "READINGS NOT POSTED (E/H)" TO TL-LABEL
           MOVE WS-NOT-POSTED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "HOLDS WITHDRAWN" TO TL-LABEL
           MOVE WS-HOLDS-WITHDRAWN TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "SUSPENDED READINGS DROPPED" TO TL-LABEL
           MOVE WS-SUSP-DROPPED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "SUSPENDED READINGS STILL CARRIED" TO TL-LABEL
           MOVE WS-SUSP-KEPT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "AUDIT RECORDS WRITTEN" TO TL-LABEL
           MOVE WS-AUDIT-WRITTEN TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "REVERSAL EXTRACT RECORDS WRITTEN" TO TL-LABEL
           MOVE WS-EXTRACT-WRITTEN TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "REFUSALS" TO TL-LABEL
           MOVE WS-REFUSAL-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE

           MOVE SPACES TO ML-TEXT
           EVALUATE TRUE
               WHEN WS-REFUSED
                   MOVE "BACKOUT REFUSED - NOTHING WAS CHANGED"
                       TO ML-TEXT
               WHEN RETURN-CODE NOT = 0
                   MOVE SPACES TO ML-TEXT
                   STRING "BACKOUT STOPPED ON A FILE ERROR - REGISTRY "
                       "ENTRY NOT MARKED, SEE CONSOLE"
                       DELIMITED BY SIZE INTO ML-TEXT
               WHEN OTHER
                   STRING "CERTIFIED: RUN " WS-SEL-KEY-DATE
                       " SHIFT " WS-SEL-KEY-SHIFT
                       " BACKED OUT IN FULL BY " WS-BKO-OPERATOR
                       " ON " WS-RUN-DATE " " WS-RUN-TIME
                       DELIMITED BY SIZE INTO ML-TEXT
           END-EVALUATE
           MOVE SPACES TO BR-RECORD
           PERFORM 3820-WRITE-LINE
           MOVE WS-MESSAGE-LINE TO BR-RECORD
           PERFORM 3820-WRITE-LINE

           IF WS-RM-OPENED
               CLOSE RESULTS-MASTER
           END-IF
           IF WS-RC-OPENED
               CLOSE RUN-CONTROL
           END-IF
           CLOSE BACKOUT-REPORT
           IF WS-REFUSED AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9010-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO BR-RECORD
           PERFORM 3820-WRITE-LINE.
