       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGOPRF.
      ******************************************************************
      *    NKTGOPRF - operator proficiency and anomaly report for the
      *    training office, read alongside the NKTGCERT expiry report
      *    when renewals are decided.  For every badge and cell over
      *    a reading-date range (environment NKTGOPRF-FROM-DATE and
      *    NKTGOPRF-THRU-DATE, YYYYMMDD; default the 30 days ending
      *    today) it reports:
      *      - readings taken: every reading the badge put into a
      *        run, from the AUDIT-TRAIL (originals, "C" corrections,
      *        "T" retests and "E" rejections - a held "H" reading is
      *        journaled again when it is drained, so it is not
      *        counted twice);
      *      - rejections: "E" audit records under the badge;
      *      - corrections needed: "C" postings that replaced a
      *        reading the badge had posted (the posting replaced is
      *        found earlier on the trail within the range; when it
      *        is not there the correcting badge is charged);
      *      - retests needed: "T" rows on RESULTS-MASTER whose
      *        original the badge had posted (charged to the badge
      *        and cell of the original row);
      *      - out-of-spec ("F") and warning-band ("W") rates over the
      *        readings judged on RESULTS-MASTER under the badge
      *        ("U", no spec, is not judged).
      *    Each rate is set against the cell's rate across all its
      *    operators.  A badge with at least NKTGOPRF-MIN readings
      *    taken (default 20) is flagged for retraining on every rate
      *    that is more than double the cell's and at least 5 points
      *    above it.  RETURN-CODE 16 when a file cannot be processed
      *    or a table overflows.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "NKTGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MASTER-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT PROF-REPORT ASSIGN TO "OPRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  RESULTS-MASTER.
       COPY RSLTMREC.

       FD  PROF-REPORT
           RECORDING MODE IS F.
       01  PR-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AU-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-PR-STATUS        PIC XX.

       01  WS-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-FOUND                    VALUE "Y".

       01  WS-FROM-DATE        PIC X(8)    VALUE SPACES.
       01  WS-THRU-DATE        PIC X(8)    VALUE SPACES.
       01  WS-MIN-READINGS-X   PIC X(5)    VALUE SPACES.
       01  WS-MIN-READINGS     PIC 9(5)    VALUE 20.
       01  WS-DATE-WORK        PIC 9(8).
       01  WS-DATE-INT         PIC 9(8).

       01  WS-RUN-DATE-X.
           05  WS-RDX-MM           PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-RDX-DD           PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-RDX-YYYY         PIC X(4).
       01  WS-SEL-DATE         PIC X(8).
       01  WS-REC-PLANT        PIC X(2).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  FILLER              PIC X(13).

       01  WS-RUN-DATE             PIC X(10).

       01  WS-AUDIT-COUNT          PIC 9(8)    VALUE 0.
       01  WS-MASTER-COUNT         PIC 9(8)    VALUE 0.
       01  WS-NO-ORIG-COUNT        PIC 9(6)    VALUE 0.
       01  WS-OPER-LINES           PIC 9(6)    VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(6)    VALUE 0.

       01  WS-PS-SUB               PIC 9(5)    COMP.
       01  WS-RQ-SUB               PIC 9(5)    COMP.
       01  WS-OP-SUB               PIC 9(4)    COMP.
       01  WS-INS-SUB              PIC 9(4)    COMP.
       01  WS-MOV-SUB              PIC 9(4)    COMP.
       01  WS-GRP-START            PIC 9(4)    COMP.
       01  WS-GRP-END              PIC 9(4)    COMP.

      ******************************************************************
      *    Postings seen on the trail in the range, in trail order,
      *    so a correction can be charged to the badge whose posting
      *    it replaced.
      ******************************************************************
       01  WS-PS-COUNT             PIC 9(5)    COMP VALUE 0.
       01  WS-PS-TABLE.
           05  WS-PS-ENTRY OCCURS 30000 TIMES.
               10  WS-PS-PLANT          PIC X(2).
               10  WS-PS-TEST-ID        PIC X(10).
               10  WS-PS-BADGE          PIC X(8).
               10  WS-PS-CELL           PIC X(5).

      ******************************************************************
      *    Retests on the master in the range, charged to the badge
      *    of their original once the sequential pass is done.
      ******************************************************************
       01  WS-RQ-COUNT             PIC 9(5)    COMP VALUE 0.
       01  WS-RQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 20000 TIMES.
               10  WS-RQ-KEY.
                   15  WS-RQ-PLANT          PIC X(2).
                   15  WS-RQ-ORIG-ID        PIC X(10).

      ******************************************************************
      *    Per plant / cell / badge counts, kept in key order by a
      *    sorted insert so each cell's operators print together.
      ******************************************************************
       01  WS-OP-COUNT             PIC 9(4)    VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-OP-COUNT.
               10  WS-OP-KEY.
                   15  WS-OP-PLANT          PIC X(2).
                   15  WS-OP-CELL           PIC X(5).
                   15  WS-OP-BADGE          PIC X(8).
               10  WS-OP-COUNTS.
                   15  WS-OP-TAKEN          PIC 9(7).
                   15  WS-OP-REJECTED       PIC 9(7).
                   15  WS-OP-CORRECTED      PIC 9(7).
                   15  WS-OP-RETESTED       PIC 9(7).
                   15  WS-OP-JUDGED         PIC 9(7).
                   15  WS-OP-OOS            PIC 9(7).
                   15  WS-OP-WARN           PIC 9(7).

       01  WS-OP-LOOKUP.
           05  WS-LOOK-PLANT       PIC X(2).
           05  WS-LOOK-CELL        PIC X(5).
           05  WS-LOOK-BADGE       PIC X(8).

      *    Cell totals across all its operators, same layout as
      *    WS-OP-COUNTS.
       01  WS-CELL-COUNTS.
           05  WS-CL-TAKEN             PIC 9(7).
           05  WS-CL-REJECTED          PIC 9(7).
           05  WS-CL-CORRECTED         PIC 9(7).
           05  WS-CL-RETESTED          PIC 9(7).
           05  WS-CL-JUDGED            PIC 9(7).
           05  WS-CL-OOS               PIC 9(7).
           05  WS-CL-WARN              PIC 9(7).

      *    Rates are percentages: rejections, corrections and retests
      *    over readings taken; out-of-spec and warning over judged.
       01  WS-RATE-COUNTS.
           05  WS-RC-TAKEN             PIC 9(7).
           05  WS-RC-REJECTED          PIC 9(7).
           05  WS-RC-CORRECTED         PIC 9(7).
           05  WS-RC-RETESTED          PIC 9(7).
           05  WS-RC-JUDGED            PIC 9(7).
           05  WS-RC-OOS               PIC 9(7).
           05  WS-RC-WARN              PIC 9(7).
       01  WS-RATES.
           05  WS-RT-REJECT            PIC 9(3)V9(2).
           05  WS-RT-CORRECT           PIC 9(3)V9(2).
           05  WS-RT-RETEST            PIC 9(3)V9(2).
           05  WS-RT-OOS               PIC 9(3)V9(2).
           05  WS-RT-WARN              PIC 9(3)V9(2).
       01  WS-CELL-RATES.
           05  WS-CR-REJECT            PIC 9(3)V9(2).
           05  WS-CR-CORRECT           PIC 9(3)V9(2).
           05  WS-CR-RETEST            PIC 9(3)V9(2).
           05  WS-CR-OOS               PIC 9(3)V9(2).
           05  WS-CR-WARN              PIC 9(3)V9(2).

       01  WS-TEST-OP-RATE         PIC 9(3)V9(2).
       01  WS-TEST-CELL-RATE       PIC 9(3)V9(2).
       01  WS-TEST-TAG             PIC X(4).
       01  WS-FLAG-TEXT            PIC X(30).
       01  WS-FLAG-PTR             PIC 9(2)    COMP.

       01  WS-LINES-PER-PAGE       PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT           PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT           PIC 9(4)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGOPRF OPERATOR PROFICIENCY REPORT".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(15)  VALUE "READING DATES: ".
           05  HDG2-FROM-DATE      PIC X(8).
           05  FILLER              PIC X(6)   VALUE " THRU ".
           05  HDG2-THRU-DATE      PIC X(8).
           05  FILLER              PIC X(26)
               VALUE "   MINIMUM READINGS TAKEN ".
           05  HDG2-MIN            PIC ZZZZ9.

       01  WS-HEADING-3.
           05  FILLER              PIC X(3)   VALUE "PLT".
           05  FILLER              PIC X(6)   VALUE "CELL".
           05  FILLER              PIC X(8)   VALUE "BADGE".
           05  FILLER              PIC X(8)   VALUE "   TAKEN".
           05  FILLER              PIC X(7)   VALUE "    REJ".
           05  FILLER              PIC X(7)   VALUE "    COR".
           05  FILLER              PIC X(7)   VALUE "    RTS".
           05  FILLER              PIC X(8)   VALUE "  JUDGED".
           05  FILLER              PIC X(8)   VALUE "    REJ%".
           05  FILLER              PIC X(8)   VALUE "    COR%".
           05  FILLER              PIC X(8)   VALUE "    RTS%".
           05  FILLER              PIC X(8)   VALUE "    OOS%".
           05  FILLER              PIC X(8)   VALUE "    WRN%".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(7)   VALUE "FLAG".

       01  WS-PROF-DETAIL.
           05  PRD-PLANT           PIC X(2).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  PRD-CELL            PIC X(5).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  PRD-BADGE           PIC X(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-TAKEN           PIC ZZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-REJECTED        PIC ZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-CORRECTED       PIC ZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-RETESTED        PIC ZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-JUDGED          PIC ZZZZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-RT-REJECT       PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-RT-CORRECT      PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-RT-RETEST       PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-RT-OOS          PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-RT-WARN         PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  PRD-FLAG            PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  TL-LABEL            PIC X(40).
           05  TL-COUNT            PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = 0
               PERFORM 2000-READ-AUDIT-TRAIL
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2500-READ-RESULTS-MASTER
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-PRINT-PROFICIENCY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "NKTGOPRF-FROM-DATE"
           ACCEPT WS-THRU-DATE FROM ENVIRONMENT "NKTGOPRF-THRU-DATE"
           IF WS-THRU-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-THRU-DATE
           END-IF
           IF WS-FROM-DATE = SPACES AND WS-THRU-DATE NUMERIC
               MOVE WS-THRU-DATE TO WS-DATE-WORK
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 29
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-WORK TO WS-FROM-DATE
           END-IF

           MOVE SPACES TO WS-MIN-READINGS-X
           ACCEPT WS-MIN-READINGS-X FROM ENVIRONMENT "NKTGOPRF-MIN"
           IF WS-MIN-READINGS-X NOT = SPACES
               AND FUNCTION NUMVAL(WS-MIN-READINGS-X) > 0
               COMPUTE WS-MIN-READINGS =
                   FUNCTION NUMVAL(WS-MIN-READINGS-X)
           END-IF

           OPEN OUTPUT PROF-REPORT
           IF WS-PR-STATUS NOT = "00"
               DISPLAY "NKTGOPRF: UNABLE TO OPEN PROF-REPORT, STATUS="
                   WS-PR-STATUS
           END-IF

           IF WS-FROM-DATE NOT NUMERIC OR WS-THRU-DATE NOT NUMERIC
               OR WS-FROM-DATE > WS-THRU-DATE
               DISPLAY "NKTGOPRF: DATE RANGE " WS-FROM-DATE " THRU "
                   WS-THRU-DATE " IS INVALID - NOTHING REPORTED"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-READ-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NKTGOPRF: UNABLE TO OPEN AUDIT-TRAIL, STATUS="
                   WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-AU-STATUS NOT = "00"
                   READ AUDIT-TRAIL
                       AT END
                           MOVE "10" TO WS-AU-STATUS
                       NOT AT END
                           ADD 1 TO WS-AUDIT-COUNT
                           PERFORM 2100-TALLY-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.

      ******************************************************************
      *    The range is on reading date.  Rejections that never got a
      *    readable reading date carry zeroes, so they fall back to
      *    the run date (MM/DD/YYYY on the trail).
      ******************************************************************
       2100-TALLY-AUDIT-RECORD.
           IF AU-READING-DATE NUMERIC AND AU-READING-DATE > 0
               MOVE AU-READING-DATE TO WS-SEL-DATE
           ELSE
               MOVE AU-RUN-DATE TO WS-RUN-DATE-X
               MOVE SPACES TO WS-SEL-DATE
               STRING WS-RDX-YYYY WS-RDX-MM WS-RDX-DD
                   DELIMITED BY SIZE INTO WS-SEL-DATE
           END-IF
           IF AU-PLANT-CODE = SPACES
               MOVE "01" TO WS-REC-PLANT
           ELSE
               MOVE AU-PLANT-CODE TO WS-REC-PLANT
           END-IF

           IF WS-SEL-DATE NOT < WS-FROM-DATE
               AND WS-SEL-DATE NOT > WS-THRU-DATE
               EVALUATE AU-ACTION
                   WHEN SPACE
                   WHEN "T"
                       PERFORM 2105-POINT-AT-AUDIT-BADGE
                       ADD 1 TO WS-OP-TAKEN(WS-OP-SUB)
                       PERFORM 2120-STORE-POSTING
                   WHEN "C"
                       PERFORM 2110-CHARGE-CORRECTION
                       PERFORM 2105-POINT-AT-AUDIT-BADGE
                       ADD 1 TO WS-OP-TAKEN(WS-OP-SUB)
                       PERFORM 2120-STORE-POSTING
                   WHEN "E"
                       PERFORM 2105-POINT-AT-AUDIT-BADGE
                       ADD 1 TO WS-OP-TAKEN(WS-OP-SUB)
                       ADD 1 TO WS-OP-REJECTED(WS-OP-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2105-POINT-AT-AUDIT-BADGE.
           MOVE WS-REC-PLANT TO WS-LOOK-PLANT
           MOVE AU-TEST-CELL TO WS-LOOK-CELL
           MOVE AU-OPERATOR-ID TO WS-LOOK-BADGE
           PERFORM 2900-FIND-OPERATOR-ROW.

      ******************************************************************
      *    The posting a correction replaced is the latest earlier
      *    posting of the same TEST-ID on the trail.
      ******************************************************************
       2110-CHARGE-CORRECTION.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-PS-COUNT TO WS-PS-SUB
           PERFORM UNTIL WS-PS-SUB = 0 OR WS-FOUND
               IF WS-PS-PLANT(WS-PS-SUB) = WS-REC-PLANT
                   AND WS-PS-TEST-ID(WS-PS-SUB) = AU-TEST-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                   SUBTRACT 1 FROM WS-PS-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND
               MOVE WS-REC-PLANT TO WS-LOOK-PLANT
               MOVE WS-PS-CELL(WS-PS-SUB) TO WS-LOOK-CELL
               MOVE WS-PS-BADGE(WS-PS-SUB) TO WS-LOOK-BADGE
               PERFORM 2900-FIND-OPERATOR-ROW
           ELSE
               PERFORM 2105-POINT-AT-AUDIT-BADGE
           END-IF
           ADD 1 TO WS-OP-CORRECTED(WS-OP-SUB).

       2120-STORE-POSTING.
           IF WS-PS-COUNT >= 30000
               DISPLAY "NKTGOPRF: MORE THAN 30000 POSTINGS IN RANGE - "
                   "RUN STOPPED, NARROW THE DATE RANGE"
               MOVE "10" TO WS-AU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PS-COUNT
               MOVE WS-REC-PLANT TO WS-PS-PLANT(WS-PS-COUNT)
               MOVE AU-TEST-ID TO WS-PS-TEST-ID(WS-PS-COUNT)
               MOVE AU-OPERATOR-ID TO WS-PS-BADGE(WS-PS-COUNT)
               MOVE AU-TEST-CELL TO WS-PS-CELL(WS-PS-COUNT)
           END-IF.

       2500-READ-RESULTS-MASTER.
           OPEN INPUT RESULTS-MASTER
           IF WS-RM-STATUS NOT = "00"
               DISPLAY "NKTGOPRF: UNABLE TO OPEN RESULTS-MASTER, "
                   "STATUS=" WS-RM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-RM-STATUS NOT = "00"
                   READ RESULTS-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO WS-RM-STATUS
                       NOT AT END
                           PERFORM 2510-TALLY-MASTER-ROW
                   END-READ
               END-PERFORM
               IF RETURN-CODE = 0
                   PERFORM 2600-CHARGE-RETESTS
               END-IF
               CLOSE RESULTS-MASTER
           END-IF.

       2510-TALLY-MASTER-ROW.
           IF RM-READING-DATE NOT < WS-FROM-DATE
               AND RM-READING-DATE NOT > WS-THRU-DATE
               ADD 1 TO WS-MASTER-COUNT
               IF RM-PLANT-CODE = SPACES
                   MOVE "01" TO WS-LOOK-PLANT
               ELSE
                   MOVE RM-PLANT-CODE TO WS-LOOK-PLANT
               END-IF
               MOVE RM-TEST-CELL TO WS-LOOK-CELL
               MOVE RM-OPERATOR-ID TO WS-LOOK-BADGE
               IF RM-PASS-FAIL = "P" OR "W" OR "F"
                   PERFORM 2900-FIND-OPERATOR-ROW
                   ADD 1 TO WS-OP-JUDGED(WS-OP-SUB)
                   IF RM-PASS-FAIL = "F"
                       ADD 1 TO WS-OP-OOS(WS-OP-SUB)
                   END-IF
                   IF RM-PASS-FAIL = "W"
                       ADD 1 TO WS-OP-WARN(WS-OP-SUB)
                   END-IF
               END-IF
               IF RM-ORIG-TEST-ID NOT = SPACES
                   PERFORM 2520-STORE-RETEST
               END-IF
           END-IF.

       2520-STORE-RETEST.
           IF WS-RQ-COUNT >= 20000
               DISPLAY "NKTGOPRF: MORE THAN 20000 RETESTS IN RANGE - "
                   "RUN STOPPED, NARROW THE DATE RANGE"
               MOVE "10" TO WS-RM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RQ-COUNT
               MOVE RM-PLANT-CODE TO WS-RQ-PLANT(WS-RQ-COUNT)
               MOVE RM-ORIG-TEST-ID TO WS-RQ-ORIG-ID(WS-RQ-COUNT)
           END-IF.

      ******************************************************************
      *    Each retest is charged to whoever posted the original,
      *    read back by key now the sequential pass is finished.
      ******************************************************************
       2600-CHARGE-RETESTS.
           PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT
               MOVE WS-RQ-KEY(WS-RQ-SUB) TO RM-MASTER-KEY
               READ RESULTS-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NO-ORIG-COUNT
                   NOT INVALID KEY
                       IF RM-PLANT-CODE = SPACES
                           MOVE "01" TO WS-LOOK-PLANT
                       ELSE
                           MOVE RM-PLANT-CODE TO WS-LOOK-PLANT
                       END-IF
                       MOVE RM-TEST-CELL TO WS-LOOK-CELL
                       MOVE RM-OPERATOR-ID TO WS-LOOK-BADGE
                       PERFORM 2900-FIND-OPERATOR-ROW
                       ADD 1 TO WS-OP-RETESTED(WS-OP-SUB)
               END-READ
           END-PERFORM.

      ******************************************************************
      *    Leaves WS-OP-SUB on the row for WS-OP-LOOKUP, inserting it
      *    in key order when it is new.  A full table stops the run;
      *    the counts go to the last row so the caller's ADD stays
      *    inside the table.
      ******************************************************************
       2900-FIND-OPERATOR-ROW.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 0 TO WS-INS-SUB
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
               OR WS-FOUND
               OR WS-INS-SUB > 0
               IF WS-OP-KEY(WS-OP-SUB) = WS-OP-LOOKUP
                   MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                   IF WS-OP-KEY(WS-OP-SUB) > WS-OP-LOOKUP
                       MOVE WS-OP-SUB TO WS-INS-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OP-SUB
           ELSE
               PERFORM 2910-INSERT-OPERATOR-ROW
           END-IF.

       2910-INSERT-OPERATOR-ROW.
           IF WS-OP-COUNT >= 3000
               DISPLAY "NKTGOPRF: MORE THAN 3000 BADGE/CELL ROWS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-AU-STATUS
               MOVE "10" TO WS-RM-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE WS-OP-COUNT TO WS-OP-SUB
           ELSE
               IF WS-INS-SUB = 0
                   COMPUTE WS-INS-SUB = WS-OP-COUNT + 1
               END-IF
               ADD 1 TO WS-OP-COUNT
               PERFORM VARYING WS-MOV-SUB FROM WS-OP-COUNT BY -1
                   UNTIL WS-MOV-SUB NOT > WS-INS-SUB
                   MOVE WS-OP-ENTRY(WS-MOV-SUB - 1)
                       TO WS-OP-ENTRY(WS-MOV-SUB)
               END-PERFORM
               MOVE WS-OP-LOOKUP TO WS-OP-KEY(WS-INS-SUB)
               MOVE ZEROES TO WS-OP-COUNTS(WS-INS-SUB)
               MOVE WS-INS-SUB TO WS-OP-SUB
           END-IF.

      ******************************************************************
      *    One cell at a time: total the cell first so each operator
      *    line can be set against the cell rates, then close the
      *    cell with its average line.
      ******************************************************************
       4000-PRINT-PROFICIENCY.
           PERFORM 3900-WRITE-REPORT-HEADERS
           MOVE 1 TO WS-GRP-START
           PERFORM UNTIL WS-GRP-START > WS-OP-COUNT
               MOVE WS-GRP-START TO WS-GRP-END
               PERFORM UNTIL WS-GRP-END >= WS-OP-COUNT
                   OR WS-OP-PLANT(WS-GRP-END + 1)
                       NOT = WS-OP-PLANT(WS-GRP-START)
                   OR WS-OP-CELL(WS-GRP-END + 1)
                       NOT = WS-OP-CELL(WS-GRP-START)
                   ADD 1 TO WS-GRP-END
               END-PERFORM
               PERFORM 4100-PRINT-CELL-GROUP
               COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM.

       4100-PRINT-CELL-GROUP.
           MOVE ZEROES TO WS-CELL-COUNTS
           PERFORM VARYING WS-OP-SUB FROM WS-GRP-START BY 1
               UNTIL WS-OP-SUB > WS-GRP-END
               ADD WS-OP-TAKEN(WS-OP-SUB) TO WS-CL-TAKEN
               ADD WS-OP-REJECTED(WS-OP-SUB) TO WS-CL-REJECTED
               ADD WS-OP-CORRECTED(WS-OP-SUB) TO WS-CL-CORRECTED
               ADD WS-OP-RETESTED(WS-OP-SUB) TO WS-CL-RETESTED
               ADD WS-OP-JUDGED(WS-OP-SUB) TO WS-CL-JUDGED
               ADD WS-OP-OOS(WS-OP-SUB) TO WS-CL-OOS
               ADD WS-OP-WARN(WS-OP-SUB) TO WS-CL-WARN
           END-PERFORM
           MOVE WS-CELL-COUNTS TO WS-RATE-COUNTS
           PERFORM 4400-COMPUTE-RATES
           MOVE WS-RATES TO WS-CELL-RATES

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           PERFORM VARYING WS-OP-SUB FROM WS-GRP-START BY 1
               UNTIL WS-OP-SUB > WS-GRP-END
               PERFORM 4200-PRINT-OPERATOR
           END-PERFORM
           PERFORM 4300-PRINT-CELL-AVERAGE.

       4200-PRINT-OPERATOR.
           ADD 1 TO WS-OPER-LINES
           MOVE WS-OP-COUNTS(WS-OP-SUB) TO WS-RATE-COUNTS
           PERFORM 4400-COMPUTE-RATES
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF WS-OP-TAKEN(WS-OP-SUB) NOT < WS-MIN-READINGS
               MOVE WS-RT-REJECT TO WS-TEST-OP-RATE
               MOVE WS-CR-REJECT TO WS-TEST-CELL-RATE
               MOVE "REJ " TO WS-TEST-TAG
               PERFORM 4210-TEST-RATE
               MOVE WS-RT-CORRECT TO WS-TEST-OP-RATE
               MOVE WS-CR-CORRECT TO WS-TEST-CELL-RATE
               MOVE "COR " TO WS-TEST-TAG
               PERFORM 4210-TEST-RATE
               MOVE WS-RT-RETEST TO WS-TEST-OP-RATE
               MOVE WS-CR-RETEST TO WS-TEST-CELL-RATE
               MOVE "RTS " TO WS-TEST-TAG
               PERFORM 4210-TEST-RATE
               MOVE WS-RT-OOS TO WS-TEST-OP-RATE
               MOVE WS-CR-OOS TO WS-TEST-CELL-RATE
               MOVE "OOS " TO WS-TEST-TAG
               PERFORM 4210-TEST-RATE
               MOVE WS-RT-WARN TO WS-TEST-OP-RATE
               MOVE WS-CR-WARN TO WS-TEST-CELL-RATE
               MOVE "WRN " TO WS-TEST-TAG
               PERFORM 4210-TEST-RATE
           END-IF
           IF WS-FLAG-PTR > 1
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           MOVE WS-OP-PLANT(WS-OP-SUB) TO PRD-PLANT
           MOVE WS-OP-CELL(WS-OP-SUB) TO PRD-CELL
           MOVE WS-OP-BADGE(WS-OP-SUB) TO PRD-BADGE
           MOVE WS-OP-TAKEN(WS-OP-SUB) TO PRD-TAKEN
           MOVE WS-OP-REJECTED(WS-OP-SUB) TO PRD-REJECTED
           MOVE WS-OP-CORRECTED(WS-OP-SUB) TO PRD-CORRECTED
           MOVE WS-OP-RETESTED(WS-OP-SUB) TO PRD-RETESTED
           MOVE WS-OP-JUDGED(WS-OP-SUB) TO PRD-JUDGED
           PERFORM 4410-MOVE-RATES
           MOVE WS-FLAG-TEXT TO PRD-FLAG
           MOVE WS-PROF-DETAIL TO PR-RECORD
           PERFORM 3800-WRITE-LINE.

       4210-TEST-RATE.
           IF WS-TEST-OP-RATE > WS-TEST-CELL-RATE * 2
               AND WS-TEST-OP-RATE - WS-TEST-CELL-RATE NOT < 5
               IF WS-FLAG-PTR = 1
                   STRING "RETRAIN " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-IF
               STRING WS-TEST-TAG DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.

       4300-PRINT-CELL-AVERAGE.
           MOVE WS-CELL-COUNTS TO WS-RATE-COUNTS
           MOVE WS-CELL-RATES TO WS-RATES
           MOVE WS-OP-PLANT(WS-GRP-START) TO PRD-PLANT
           MOVE WS-OP-CELL(WS-GRP-START) TO PRD-CELL
           MOVE "CELL AVG" TO PRD-BADGE
           MOVE WS-CL-TAKEN TO PRD-TAKEN
           MOVE WS-CL-REJECTED TO PRD-REJECTED
           MOVE WS-CL-CORRECTED TO PRD-CORRECTED
           MOVE WS-CL-RETESTED TO PRD-RETESTED
           MOVE WS-CL-JUDGED TO PRD-JUDGED
           PERFORM 4410-MOVE-RATES
           MOVE SPACES TO PRD-FLAG
           MOVE WS-PROF-DETAIL TO PR-RECORD
           PERFORM 3800-WRITE-LINE
           MOVE SPACES TO PR-RECORD
           PERFORM 3800-WRITE-LINE.

       4400-COMPUTE-RATES.
           MOVE ZEROES TO WS-RATES
           IF WS-RC-TAKEN > 0
               COMPUTE WS-RT-REJECT ROUNDED =
                   WS-RC-REJECTED * 100 / WS-RC-TAKEN
               COMPUTE WS-RT-CORRECT ROUNDED =
                   WS-RC-CORRECTED * 100 / WS-RC-TAKEN
               COMPUTE WS-RT-RETEST ROUNDED =
                   WS-RC-RETESTED * 100 / WS-RC-TAKEN
           END-IF
           IF WS-RC-JUDGED > 0
               COMPUTE WS-RT-OOS ROUNDED =
                   WS-RC-OOS * 100 / WS-RC-JUDGED
               COMPUTE WS-RT-WARN ROUNDED =
                   WS-RC-WARN * 100 / WS-RC-JUDGED
           END-IF.

       4410-MOVE-RATES.
           MOVE WS-RT-REJECT TO PRD-RT-REJECT
           MOVE WS-RT-CORRECT TO PRD-RT-CORRECT
           MOVE WS-RT-RETEST TO PRD-RT-RETEST
           MOVE WS-RT-OOS TO PRD-RT-OOS
           MOVE WS-RT-WARN TO PRD-RT-WARN.

       3800-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           WRITE PR-RECORD
           ADD 1 TO WS-LINE-COUNT.

       3900-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO PR-RECORD
           WRITE PR-RECORD

           MOVE WS-FROM-DATE TO HDG2-FROM-DATE
           MOVE WS-THRU-DATE TO HDG2-THRU-DATE
           MOVE WS-MIN-READINGS TO HDG2-MIN
           MOVE WS-HEADING-2 TO PR-RECORD
           WRITE PR-RECORD

           MOVE SPACES TO PR-RECORD
           WRITE PR-RECORD

           MOVE WS-HEADING-3 TO PR-RECORD
           WRITE PR-RECORD

           MOVE 0 TO WS-LINE-COUNT.

       9000-TERMINATE.
           IF WS-PAGE-COUNT = 0
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO PR-RECORD
           PERFORM 3800-WRITE-LINE
           MOVE "AUDIT RECORDS READ" TO TL-LABEL
           MOVE WS-AUDIT-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "MASTER ROWS IN RANGE" TO TL-LABEL
           MOVE WS-MASTER-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "RETESTS WITH NO ORIGINAL ON MASTER" TO TL-LABEL
           MOVE WS-NO-ORIG-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "BADGE/CELL LINES REPORTED" TO TL-LABEL
           MOVE WS-OPER-LINES TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "FLAGGED FOR RETRAINING" TO TL-LABEL
           MOVE WS-FLAGGED-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE

           CLOSE PROF-REPORT.

       9010-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO PR-RECORD
           PERFORM 3800-WRITE-LINE.
