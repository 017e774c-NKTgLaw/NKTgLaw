       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGAVFY.
      ******************************************************************
      *    NKTGAVFY - audit-trail integrity verification.  Walks the
      *    trail record by record and proves every group against the
      *    "K" control record that closes it (AUCTLREC): the counts by
      *    AU-ACTION, the hash totals of AU-P, AU-NKTG1 and AU-NKTG2,
      *    and the chained check value, refolded byte by byte exactly
      *    as NKTGLAW folded it when the records went out.  Each
      *    control record's AK-PREV-CHAIN must be the chain value of
      *    the control record before it, so an edited, deleted,
      *    inserted or re-sequenced record anywhere - or a whole group
      *    removed - breaks the proof from that point.
      *    Each sealed group is then proved against its RUNCTL entry
      *    (the entry must exist and be completed, and be sealed only
      *    once), and every completed RUNCTL entry from the first
      *    sealed run onward must have its sealed group - a run whose
      *    group is missing from the trail is reported.  An NKTGBKOT
      *    backout group (type "B") must follow a run group of the
      *    same key, and a backed-out entry must have both.  Records
      *    after the last control record are accepted only while a
      *    later run is still open on RUNCTL (a failed run waiting for
      *    its restart to seal it).
      *    Environment NKTGAVFY-SOURCE:
      *      BOTH     - AUDTARCH then AUDITTRL, as one trail across
      *                 an NKTGARCH cut;
      *      anything else - AUDITTRL alone.
      *    The first control record walked anchors the chain: its
      *    AK-PREV-CHAIN is reported, not proved (the record it points
      *    at was cut to an earlier archive).
      *    Prints AVFYRPT.  RETURN-CODE 8 when anything fails to
      *    prove, 16 when a file cannot be read.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-STATUS.
           SELECT VERIFY-REPORT ASSIGN TO "AVFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AH-RECORD               PIC X(132).

       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  RUN-CONTROL.
       COPY RUNCTLRC.

       FD  VERIFY-REPORT
           RECORDING MODE IS F.
       01  VR-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AH-STATUS        PIC XX.
       01  WS-AU-STATUS        PIC XX.
       01  WS-RC-STATUS        PIC XX.
       01  WS-VR-STATUS        PIC XX.

       01  WS-SOURCE           PIC X(8)    VALUE SPACES.
           88  WS-BOTH-SOURCES             VALUE "BOTH".
       01  WS-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-SEALED-SWITCH    PIC X       VALUE "N".
           88  WS-ANY-SEALED               VALUE "Y".
       01  WS-OPEN-AFTER-SWITCH PIC X      VALUE "N".
           88  WS-OPEN-AFTER-LAST          VALUE "Y".

       COPY AUDITREC REPLACING LEADING ==AU-== BY ==WT-==.
       COPY AUCTLREC REPLACING LEADING ==AK-== BY ==WK-==.

      ******************************************************************
      *    The open group's counts, hash totals and check value,
      *    accumulated the way NKTGLAW seals them (accumulators wider
      *    than the control record, which keeps the low-order
      *    digits).
      ******************************************************************
       01  WS-GROUP-FIELDS.
           05  WS-GRP-ORIG-COUNT   PIC 9(8).
           05  WS-GRP-RVSL-COUNT   PIC 9(8).
           05  WS-GRP-CORR-COUNT   PIC 9(8).
           05  WS-GRP-RTST-COUNT   PIC 9(8).
           05  WS-GRP-SUSP-COUNT   PIC 9(8).
           05  WS-GRP-EXC-COUNT    PIC 9(8).
           05  WS-GRP-HASH-P       PIC 9(12)V9(2).
           05  WS-GRP-HASH-NKTG1   PIC 9(12)V9(2).
           05  WS-GRP-HASH-NKTG2   PIC 9(12)V9(2).
           05  WS-GRP-CHECK        PIC 9(9).
           05  WS-GRP-RECORDS      PIC 9(8).
       01  WS-LAST-CHAIN           PIC 9(9)    VALUE 0.
       01  WS-FOLD-LENGTH          PIC 9(3)    COMP.
       01  WS-FOLD-SUB             PIC 9(3)    COMP.
       01  WS-FOLD-WORK            PIC 9(12).

       01  WS-EXPECT-COUNT         PIC 9(6).
       01  WS-EXPECT-HASH          PIC 9(8)V9(2).
       01  WS-COUNTS-SWITCH        PIC X       VALUE "Y".
           88  WS-COUNTS-MATCH             VALUE "Y".
       01  WS-HASH-SWITCH          PIC X       VALUE "Y".
           88  WS-HASH-MATCH               VALUE "Y".

      *    Failed checks of the group being proved, listed under its
      *    group line once every check has run.
       01  WS-GR-COUNT             PIC 9(2)    VALUE 0.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 8 TIMES.
               10  WS-GR-REASON         PIC X(60).
               10  WS-GR-DETAIL         PIC X(40).
       01  WS-GR-SUB               PIC 9(2)    COMP.

      ******************************************************************
      *    Registry keys of the groups proved, for the missing-run
      *    pass over RUNCTL.
      ******************************************************************
       01  WS-SK-COUNT             PIC 9(4)    VALUE 0.
       01  WS-SK-TABLE.
           05  WS-SK-ENTRY OCCURS 5000 TIMES.
               10  WS-SK-KEY.
                   15  WS-SK-DATE       PIC 9(8).
                   15  WS-SK-SHIFT      PIC X(1).
               10  WS-SK-TYPE           PIC X(1).
       01  WS-SK-SUB               PIC 9(4)    COMP.
       01  WS-FIRST-KEY            PIC X(9)    VALUE HIGH-VALUES.
       01  WS-LAST-KEY             PIC X(9)    VALUE LOW-VALUES.
       01  WS-LOOK-KEY             PIC X(9).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  FILLER              PIC X(13).

       01  WS-RUN-DATE             PIC X(10).

       01  WS-RECORDS-READ         PIC 9(8)    VALUE 0.
       01  WS-GROUP-COUNT          PIC 9(6)    VALUE 0.
       01  WS-GROUPS-PROVED        PIC 9(6)    VALUE 0.
       01  WS-GROUPS-FAILED        PIC 9(6)    VALUE 0.
       01  WS-MISSING-COUNT        PIC 9(6)    VALUE 0.
       01  WS-FAIL-COUNT           PIC 9(6)    VALUE 0.

       01  WS-LINES-PER-PAGE       PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT           PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT           PIC 9(4)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGAVFY AUDIT TRAIL VERIFICATION".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(8)   VALUE "SOURCE: ".
           05  HDG2-SOURCE         PIC X(20).

       01  WS-HEADING-3.
           05  FILLER              PIC X(8)   VALUE " GROUP".
           05  FILLER              PIC X(10)  VALUE "RUN DATE".
           05  FILLER              PIC X(6)   VALUE "SHIFT".
           05  FILLER              PIC X(5)   VALUE "TYPE".
           05  FILLER              PIC X(10)  VALUE "  RECORDS".
           05  FILLER              PIC X(11)  VALUE " CHAIN".
           05  FILLER              PIC X(6)   VALUE "RESULT".

       01  WS-GROUP-LINE.
           05  GL-GROUP            PIC ZZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  GL-REG-DATE         PIC 9(8).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  GL-REG-SHIFT        PIC X(1).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  GL-TYPE             PIC X(1).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  GL-RECORDS          PIC ZZZZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  GL-CHAIN            PIC 9(9).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  GL-RESULT           PIC X(60).

       01  WS-FAIL-LINE.
           05  FILLER              PIC X(8)   VALUE SPACES.
           05  FILLER              PIC X(4)   VALUE "*** ".
           05  FL-REASON           PIC X(60).
           05  FL-DETAIL           PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  TL-LABEL            PIC X(40).
           05  TL-COUNT            PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = 0 AND WS-BOTH-SOURCES
               PERFORM 2000-WALK-ARCHIVE
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2100-WALK-TRAIL
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-CHECK-REGISTRY
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3500-CHECK-UNSEALED-TAIL
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           ACCEPT WS-SOURCE FROM ENVIRONMENT "NKTGAVFY-SOURCE"
           MOVE ZEROES TO WS-GROUP-FIELDS

           OPEN OUTPUT VERIFY-REPORT
           IF WS-VR-STATUS NOT = "00"
               DISPLAY "NKTGAVFY: UNABLE TO OPEN VERIFY-REPORT, "
                   "STATUS=" WS-VR-STATUS
           END-IF
           PERFORM 3900-WRITE-REPORT-HEADERS

           OPEN INPUT RUN-CONTROL
           IF WS-RC-STATUS NOT = "00"
               DISPLAY "NKTGAVFY: UNABLE TO OPEN RUN-CONTROL, STATUS="
                   WS-RC-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-WALK-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "NKTGAVFY: UNABLE TO OPEN AUDIT-ARCHIVE, "
                   "STATUS=" WS-AH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-AH-STATUS NOT = "00"
                   READ AUDIT-ARCHIVE
                       AT END
                           MOVE "10" TO WS-AH-STATUS
                       NOT AT END
                           MOVE AH-RECORD TO WT-RECORD
                           PERFORM 2200-WALK-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           END-IF.

       2100-WALK-TRAIL.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NKTGAVFY: UNABLE TO OPEN AUDIT-TRAIL, STATUS="
                   WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-AU-STATUS NOT = "00"
                   READ AUDIT-TRAIL
                       AT END
                           MOVE "10" TO WS-AU-STATUS
                       NOT AT END
                           MOVE AU-RECORD TO WT-RECORD
                           PERFORM 2200-WALK-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.

      ******************************************************************
      *    Same fold as NKTGLAW 2391/2392: each byte of the 132-byte
      *    image in turn, times 31 plus the character's ordinal,
      *    modulo the prime 999999937.
      ******************************************************************
       2200-WALK-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF WT-ACTION = "K"
               MOVE WT-RECORD TO WK-RECORD
               PERFORM 3000-PROVE-GROUP
               MOVE ZEROES TO WS-GROUP-FIELDS
           ELSE
               ADD 1 TO WS-GRP-RECORDS
               EVALUATE WT-ACTION
                   WHEN "R"
                       ADD 1 TO WS-GRP-RVSL-COUNT
                   WHEN "C"
                       ADD 1 TO WS-GRP-CORR-COUNT
                   WHEN "T"
                       ADD 1 TO WS-GRP-RTST-COUNT
                   WHEN "H"
                       ADD 1 TO WS-GRP-SUSP-COUNT
                   WHEN "E"
                       ADD 1 TO WS-GRP-EXC-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-GRP-ORIG-COUNT
               END-EVALUATE
               IF WT-P NUMERIC AND WT-NKTG1 NUMERIC
                   AND WT-NKTG2 NUMERIC
                   ADD WT-P TO WS-GRP-HASH-P
                   ADD WT-NKTG1 TO WS-GRP-HASH-NKTG1
                   ADD WT-NKTG2 TO WS-GRP-HASH-NKTG2
               END-IF
               MOVE 132 TO WS-FOLD-LENGTH
               PERFORM 2210-FOLD-BYTES
           END-IF.

       2210-FOLD-BYTES.
           PERFORM VARYING WS-FOLD-SUB FROM 1 BY 1
               UNTIL WS-FOLD-SUB > WS-FOLD-LENGTH
               COMPUTE WS-FOLD-WORK = WS-GRP-CHECK * 31
                   + FUNCTION ORD(WT-RECORD(WS-FOLD-SUB:1))
               COMPUTE WS-GRP-CHECK =
                   FUNCTION MOD(WS-FOLD-WORK, 999999937)
           END-PERFORM.

      ******************************************************************
      *    One control record: prove the group it closes, its link
      *    to the control record before it, and its registry entry.
      *    Every failed check is listed under the group line.
      ******************************************************************
       3000-PROVE-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GR-COUNT
           PERFORM 3010-COMPARE-COUNTS
           PERFORM 3020-COMPARE-HASHES

      *    Refold the control record itself through AK-PREV-CHAIN.
           MOVE 123 TO WS-FOLD-LENGTH
           PERFORM 2210-FOLD-BYTES

           IF NOT WS-COUNTS-MATCH
               MOVE "RECORD COUNTS BY ACTION DO NOT MATCH CONTROL"
                   TO FL-REASON
               MOVE SPACES TO FL-DETAIL
               PERFORM 3050-ADD-REASON
           END-IF
           IF NOT WS-HASH-MATCH
               MOVE "HASH TOTALS DO NOT MATCH CONTROL RECORD"
                   TO FL-REASON
               MOVE SPACES TO FL-DETAIL
               PERFORM 3050-ADD-REASON
           END-IF
           IF WS-GRP-CHECK NOT = WK-CHAIN-VALUE
               MOVE "CHECK VALUE MISMATCH - GROUP ALTERED"
                   TO FL-REASON
               MOVE SPACES TO FL-DETAIL
               PERFORM 3050-ADD-REASON
           END-IF
           IF WS-ANY-SEALED AND WK-PREV-CHAIN NOT = WS-LAST-CHAIN
               MOVE "BROKEN CHAIN LINK TO PREVIOUS CONTROL RECORD"
                   TO FL-REASON
               MOVE SPACES TO FL-DETAIL
               PERFORM 3050-ADD-REASON
           END-IF
           PERFORM 3030-CHECK-RUN-ENTRY

           MOVE SPACES TO WS-GROUP-LINE
           MOVE WS-GROUP-COUNT TO GL-GROUP
           MOVE WK-REG-DATE TO GL-REG-DATE
           MOVE WK-REG-SHIFT TO GL-REG-SHIFT
           MOVE WK-GROUP-TYPE TO GL-TYPE
           MOVE WS-GRP-RECORDS TO GL-RECORDS
           MOVE WK-CHAIN-VALUE TO GL-CHAIN
           IF WS-GR-COUNT > 0
               MOVE "FAILED" TO GL-RESULT
               ADD 1 TO WS-GROUPS-FAILED
           ELSE
               ADD 1 TO WS-GROUPS-PROVED
               IF WS-ANY-SEALED OR WK-PREV-CHAIN = 0
                   MOVE "PROVED" TO GL-RESULT
               ELSE
                   MOVE "PROVED - CHAIN ANCHORED ON PRIOR VALUE"
                       TO GL-RESULT
               END-IF
           END-IF
           PERFORM 3800-WRITE-GROUP-LINE
           PERFORM VARYING WS-GR-SUB FROM 1 BY 1
               UNTIL WS-GR-SUB > WS-GR-COUNT
               MOVE WS-GR-REASON(WS-GR-SUB) TO FL-REASON
               MOVE WS-GR-DETAIL(WS-GR-SUB) TO FL-DETAIL
               PERFORM 3810-WRITE-FAIL-LINE
           END-PERFORM

           MOVE WK-CHAIN-VALUE TO WS-LAST-CHAIN
           MOVE "Y" TO WS-SEALED-SWITCH.

       3010-COMPARE-COUNTS.
           MOVE "Y" TO WS-COUNTS-SWITCH
           MOVE WS-GRP-ORIG-COUNT TO WS-EXPECT-COUNT
           IF WS-EXPECT-COUNT NOT = WK-ORIG-COUNT
               MOVE "N" TO WS-COUNTS-SWITCH
           END-IF
           MOVE WS-GRP-RVSL-COUNT TO WS-EXPECT-COUNT
           IF WS-EXPECT-COUNT NOT = WK-RVSL-COUNT
               MOVE "N" TO WS-COUNTS-SWITCH
           END-IF
           MOVE WS-GRP-CORR-COUNT TO WS-EXPECT-COUNT
           IF WS-EXPECT-COUNT NOT = WK-CORR-COUNT
               MOVE "N" TO WS-COUNTS-SWITCH
           END-IF
           MOVE WS-GRP-RTST-COUNT TO WS-EXPECT-COUNT
           IF WS-EXPECT-COUNT NOT = WK-RTST-COUNT
               MOVE "N" TO WS-COUNTS-SWITCH
           END-IF
           MOVE WS-GRP-SUSP-COUNT TO WS-EXPECT-COUNT
           IF WS-EXPECT-COUNT NOT = WK-SUSP-COUNT
               MOVE "N" TO WS-COUNTS-SWITCH
           END-IF
           MOVE WS-GRP-EXC-COUNT TO WS-EXPECT-COUNT
           IF WS-EXPECT-COUNT NOT = WK-EXC-COUNT
               MOVE "N" TO WS-COUNTS-SWITCH
           END-IF.

       3020-COMPARE-HASHES.
           MOVE "Y" TO WS-HASH-SWITCH
           MOVE WS-GRP-HASH-P TO WS-EXPECT-HASH
           IF WS-EXPECT-HASH NOT = WK-HASH-P
               MOVE "N" TO WS-HASH-SWITCH
           END-IF
           MOVE WS-GRP-HASH-NKTG1 TO WS-EXPECT-HASH
           IF WS-EXPECT-HASH NOT = WK-HASH-NKTG1
               MOVE "N" TO WS-HASH-SWITCH
           END-IF
           MOVE WS-GRP-HASH-NKTG2 TO WS-EXPECT-HASH
           IF WS-EXPECT-HASH NOT = WK-HASH-NKTG2
               MOVE "N" TO WS-HASH-SWITCH
           END-IF.

      ******************************************************************
      *    A run group ("N") is sealed once per run; its entry is
      *    completed, or backed out since, or reopened for the rerun
      *    of a backed-out shift.  A backout group ("B") reverses the
      *    live run group sealed before it under the same key - that
      *    group is then marked reversed ("b") so a rerun can seal
      *    the key again - and its entry is marked backed out, or
      *    has been rerun since.
      ******************************************************************
       3030-CHECK-RUN-ENTRY.
           MOVE WK-REG-KEY TO WS-LOOK-KEY
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SK-SUB FROM 1 BY 1
               UNTIL WS-SK-SUB > WS-SK-COUNT OR WS-FOUND
               IF WS-SK-KEY(WS-SK-SUB) = WS-LOOK-KEY
                   AND WS-SK-TYPE(WS-SK-SUB) = "N"
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WK-BACKOUT-GROUP
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-SK-SUB
                   MOVE "b" TO WS-SK-TYPE(WS-SK-SUB)
               ELSE
                   MOVE "BACKOUT WITH NO RUN GROUP TO REVERSE"
                       TO FL-REASON
                   MOVE SPACES TO FL-DETAIL
                   PERFORM 3050-ADD-REASON
               END-IF
           ELSE
               IF WS-FOUND
                   MOVE "RUN SEALED MORE THAN ONCE" TO FL-REASON
                   MOVE SPACES TO FL-DETAIL
                   PERFORM 3050-ADD-REASON
               ELSE
                   PERFORM 3040-STORE-SEALED-KEY
               END-IF
           END-IF

           MOVE WK-REG-DATE TO RC-RUN-DATE
           MOVE WK-REG-SHIFT TO RC-SHIFT
           READ RUN-CONTROL
               INVALID KEY
                   MOVE "NO RUNCTL ENTRY FOR THIS RUN" TO FL-REASON
                   MOVE SPACES TO FL-DETAIL
                   PERFORM 3050-ADD-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RC-RUN-BACKED-OUT
                           CONTINUE
                       WHEN RC-BACKOUT-DATE NUMERIC
                           AND RC-BACKOUT-DATE > 0
                           CONTINUE
                       WHEN WK-BACKOUT-GROUP
                           MOVE "RUNCTL ENTRY NOT MARKED BACKED OUT"
                               TO FL-REASON
                           MOVE SPACES TO FL-DETAIL
                           STRING "STATUS " RC-STATUS
                               DELIMITED BY SIZE INTO FL-DETAIL
                           PERFORM 3050-ADD-REASON
                       WHEN NOT RC-RUN-COMPLETE
                           MOVE "RUNCTL ENTRY NOT COMPLETED"
                               TO FL-REASON
                           MOVE SPACES TO FL-DETAIL
                           STRING "STATUS " RC-STATUS
                               DELIMITED BY SIZE INTO FL-DETAIL
                           PERFORM 3050-ADD-REASON
                   END-EVALUATE
           END-READ.

       3050-ADD-REASON.
           IF WS-GR-COUNT < 8
               ADD 1 TO WS-GR-COUNT
               MOVE FL-REASON TO WS-GR-REASON(WS-GR-COUNT)
               MOVE FL-DETAIL TO WS-GR-DETAIL(WS-GR-COUNT)
           END-IF.

       3040-STORE-SEALED-KEY.
           IF WS-SK-COUNT >= 5000
               DISPLAY "NKTGAVFY: MORE THAN 5000 SEALED GROUPS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-AH-STATUS
               MOVE "10" TO WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-SK-COUNT
               MOVE WS-LOOK-KEY TO WS-SK-KEY(WS-SK-COUNT)
               MOVE WK-GROUP-TYPE TO WS-SK-TYPE(WS-SK-COUNT)
               IF WS-LOOK-KEY < WS-FIRST-KEY
                   MOVE WS-LOOK-KEY TO WS-FIRST-KEY
               END-IF
               IF WS-LOOK-KEY > WS-LAST-KEY
                   MOVE WS-LOOK-KEY TO WS-LAST-KEY
               END-IF
           END-IF.

      ******************************************************************
      *    Records after the last control record are a run not yet
      *    sealed.  That is only legitimate while RUNCTL still holds
      *    an open entry after the last sealed run - anything else
      *    is records added to the trail outside a run.
      ******************************************************************
       3500-CHECK-UNSEALED-TAIL.
           IF WS-GRP-RECORDS > 0
               MOVE SPACES TO WS-GROUP-LINE
               MOVE WS-GRP-RECORDS TO GL-RECORDS
               IF NOT WS-ANY-SEALED
                   MOVE "NO CONTROL RECORD ON TRAIL - NOTHING PROVED"
                       TO GL-RESULT
                   PERFORM 3800-WRITE-GROUP-LINE
                   ADD 1 TO WS-FAIL-COUNT
               ELSE
                   IF WS-OPEN-AFTER-LAST
                       MOVE "UNSEALED - RUN STILL OPEN ON RUNCTL"
                           TO GL-RESULT
                       PERFORM 3800-WRITE-GROUP-LINE
                   ELSE
                       MOVE "UNSEALED RECORDS AFTER LAST CONTROL"
                           TO GL-RESULT
                       PERFORM 3800-WRITE-GROUP-LINE
                       ADD 1 TO WS-FAIL-COUNT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    Every completed run from the first sealed one onward must
      *    have sealed its group on the trail walked.
      ******************************************************************
       4000-CHECK-REGISTRY.
           IF WS-ANY-SEALED
               MOVE WS-FIRST-KEY TO RC-RUN-KEY
               START RUN-CONTROL KEY IS NOT LESS THAN RC-RUN-KEY
                   INVALID KEY
                       MOVE "10" TO WS-RC-STATUS
               END-START
               PERFORM UNTIL WS-RC-STATUS NOT = "00"
                   READ RUN-CONTROL NEXT RECORD
                       AT END
                           MOVE "10" TO WS-RC-STATUS
                       NOT AT END
                           PERFORM 4100-CHECK-ONE-ENTRY
                   END-READ
               END-PERFORM
           END-IF.

       4100-CHECK-ONE-ENTRY.
           IF RC-RUN-OPEN AND RC-RUN-KEY > WS-LAST-KEY
               MOVE "Y" TO WS-OPEN-AFTER-SWITCH
           END-IF
           IF RC-RUN-COMPLETE OR RC-RUN-BACKED-OUT
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SK-SUB FROM 1 BY 1
                   UNTIL WS-SK-SUB > WS-SK-COUNT OR WS-FOUND
                   IF WS-SK-KEY(WS-SK-SUB) = RC-RUN-KEY
                       AND ((RC-RUN-COMPLETE
                             AND WS-SK-TYPE(WS-SK-SUB) = "N")
                         OR (RC-RUN-BACKED-OUT
                             AND WS-SK-TYPE(WS-SK-SUB) = "b"))
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   ADD 1 TO WS-MISSING-COUNT
                   IF RC-RUN-COMPLETE
                       MOVE SPACES TO FL-REASON
                       STRING "COMPLETED RUN HAS NO SEALED GROUP ON "
                           "TRAIL"
                           DELIMITED BY SIZE INTO FL-REASON
                   ELSE
                       MOVE SPACES TO FL-REASON
                       STRING "BACKED-OUT RUN HAS NO SEALED BACKOUT ON "
                           "TRAIL"
                           DELIMITED BY SIZE INTO FL-REASON
                   END-IF
                   MOVE SPACES TO FL-DETAIL
                   STRING "RUN " RC-RUN-DATE " SHIFT " RC-SHIFT
                       DELIMITED BY SIZE INTO FL-DETAIL
                   PERFORM 3810-WRITE-FAIL-LINE
               END-IF
           END-IF.

       3800-WRITE-GROUP-LINE.
           MOVE WS-GROUP-LINE TO VR-RECORD
           PERFORM 3820-WRITE-LINE.

       3810-WRITE-FAIL-LINE.
           ADD 1 TO WS-FAIL-COUNT
           MOVE WS-FAIL-LINE TO VR-RECORD
           PERFORM 3820-WRITE-LINE.

       3820-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           WRITE VR-RECORD
           ADD 1 TO WS-LINE-COUNT.

       3900-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO VR-RECORD
           WRITE VR-RECORD

           IF WS-BOTH-SOURCES
               MOVE "AUDTARCH + AUDITTRL" TO HDG2-SOURCE
           ELSE
               MOVE "AUDITTRL" TO HDG2-SOURCE
           END-IF
           MOVE WS-HEADING-2 TO VR-RECORD
           WRITE VR-RECORD

           MOVE SPACES TO VR-RECORD
           WRITE VR-RECORD

           MOVE WS-HEADING-3 TO VR-RECORD
           WRITE VR-RECORD

           MOVE 0 TO WS-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO VR-RECORD
           PERFORM 3820-WRITE-LINE
           MOVE "AUDIT RECORDS READ" TO TL-LABEL
           MOVE WS-RECORDS-READ TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "GROUPS SEALED" TO TL-LABEL
           MOVE WS-GROUP-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "GROUPS PROVED" TO TL-LABEL
           MOVE WS-GROUPS-PROVED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "GROUPS FAILED" TO TL-LABEL
           MOVE WS-GROUPS-FAILED TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "COMPLETED RUNS MISSING FROM TRAIL" TO TL-LABEL
           MOVE WS-MISSING-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "INTEGRITY FAILURES" TO TL-LABEL
           MOVE WS-FAIL-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE

           IF WS-RC-STATUS = "00" OR WS-RC-STATUS = "10"
               OR WS-RC-STATUS = "23"
               CLOSE RUN-CONTROL
           END-IF
           CLOSE VERIFY-REPORT
           IF WS-FAIL-COUNT > 0 AND RETURN-CODE = 0
               DISPLAY "NKTGAVFY: AUDIT TRAIL FAILED VERIFICATION, "
                   WS-FAIL-COUNT " FAILURES"
               MOVE 8 TO RETURN-CODE
           END-IF.

       9010-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO VR-RECORD
           PERFORM 3820-WRITE-LINE.
