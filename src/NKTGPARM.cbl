       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGPARM.
      ******************************************************************
      *    NKTGPARM - maintenance for PARM-CONTROL, TOLERANCE-SPEC
      *    and the SHIFT-CALENDAR.  Replaces hand-editing of the
      *    three control files.  Reads a transaction file of adds,
      *    changes and deletes (PMTRNREC), validates every field
      *    before anything is applied (numeric ranges, no duplicate
      *    TEST-CELL/effective-date version, product code agreeing
      *    between PARM-CONTROL and TOLERANCE-SPEC; for the calendar
      *    no duplicate plant/effective-date/row type, shift times
      *    in ascending order without overlap), and writes:
      *      - new copies of the masters (PARMNEW / TOLNEW / SCALNEW)
      *        for the job step to swap in behind this program;
      *      - a change-history record per accepted transaction
      *        (who, when, old values, new values) on PARMHIST;
      *      - a maintenance report (PARMMRPT) showing every
      *        transaction as ACCEPTED or REJECTED with the reason.
      *    Every version carries an effective date, so a constant
      *    change for next Monday can be entered today; NKTGLAW picks
      *    the version in effect for its run date at load time.  A
      *    new shift pattern takes effect the same way; a shutdown
      *    day is a calendar "N" row dated that day.
      *    RETURN-CODE 8 when any transaction rejects, 16 when a file
      *    cannot be processed at all.
      ******************************************************************
           SELECT TOLERANCE-NEW ASSIGN TO "TOLNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TO-STATUS.
           SELECT SHIFT-CALENDAR ASSIGN TO "SHFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT SHIFT-CALENDAR-NEW ASSIGN TO "SCALNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
           SELECT CHANGE-HISTORY ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           RECORDING MODE IS F.
       01  TN-RECORD               PIC X(61).

       FD  SHIFT-CALENDAR
           RECORDING MODE IS F.
       COPY SCALREC.

       FD  SHIFT-CALENDAR-NEW
           RECORDING MODE IS F.
       01  SN-RECORD               PIC X(63).

       FD  CHANGE-HISTORY
           RECORDING MODE IS F.
       COPY PMHSTREC.
       01  WS-PN-STATUS        PIC XX.
       01  WS-TS-STATUS        PIC XX.
       01  WS-TO-STATUS        PIC XX.
       01  WS-SH-STATUS        PIC XX.
       01  WS-SN-STATUS        PIC XX.
       01  WS-CH-STATUS        PIC XX.
       01  WS-MR-STATUS        PIC XX.

       01  WS-ACCEPT-COUNT     PIC 9(6)    VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6)    VALUE 0.
       01  WS-FOUND-SUB        PIC 9(4)    COMP.
       01  WS-SHIFT-SUB        PIC 9(4)    COMP.
       01  WS-DAY-SUB          PIC 9(4)    COMP.
       01  WS-SHIFT-START-MINS PIC 9(4).
       01  WS-SHIFT-END-MINS   PIC 9(4).
       01  WS-NEXT-START-MINS  PIC 9(4).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC 9(8).
           05  FILLER              PIC X(7).

      ******************************************************************
      *    In-memory copies of the three masters, every version of
      *    every cell (every calendar row of every plant), held as
      *    full record images plus the keys used for duplicate
      *    checking.  Deleted versions are flagged and
      *    dropped when the new masters are written.
      ******************************************************************
       01  WS-PM-COUNT             PIC 9(4)    VALUE 0.
               10  WS-TM-DELETED       PIC X(1).
               10  WS-TM-IMAGE         PIC X(80).

       01  WS-CM-COUNT             PIC 9(4)    VALUE 0.
       01  WS-CM-TABLE.
           05  WS-CM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CM-COUNT
                   INDEXED BY WS-CM-IDX.
               10  WS-CM-PLANT         PIC X(2).
               10  WS-CM-EFF-DATE      PIC 9(8).
               10  WS-CM-ROW-TYPE      PIC X(1).
               10  WS-CM-DELETED       PIC X(1).
               10  WS-CM-IMAGE         PIC X(80).

       01  WS-MAINT-HEADING.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  FILLER              PIC X(34)

           PERFORM 1100-LOAD-PARM-CONTROL
           PERFORM 1200-LOAD-TOLERANCE-SPEC
           PERFORM 1300-LOAD-SHIFT-CALENDAR

           OPEN INPUT PARM-TRANS
           IF WS-TN-STATUS NOT = "00"
               MOVE TS-RECORD TO WS-TM-IMAGE(WS-TM-IDX)(1:61)
           END-IF.

       1300-LOAD-SHIFT-CALENDAR.
           OPEN INPUT SHIFT-CALENDAR
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "NKTGPARM: UNABLE TO OPEN SHIFT-CALENDAR, "
                   "STATUS=" WS-SH-STATUS
           ELSE
               PERFORM UNTIL WS-SH-STATUS NOT = "00"
                   READ SHIFT-CALENDAR
                       AT END
                           MOVE "10" TO WS-SH-STATUS
                       NOT AT END
                           PERFORM 1310-STORE-CAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE SHIFT-CALENDAR
           END-IF.

       1310-STORE-CAL-RECORD.
           IF WS-CM-COUNT >= 2000
               DISPLAY "NKTGPARM: SHIFT-CALENDAR EXCEEDS 2000 ROWS, "
                   "RUN STOPPED"
               MOVE "10" TO WS-SH-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CM-COUNT
               SET WS-CM-IDX TO WS-CM-COUNT
               IF SC-PLANT-CODE = SPACES
                   MOVE "01" TO SC-PLANT-CODE
               END-IF
               MOVE SC-PLANT-CODE TO WS-CM-PLANT(WS-CM-IDX)
               MOVE SC-EFF-DATE TO WS-CM-EFF-DATE(WS-CM-IDX)
               MOVE SC-ROW-TYPE TO WS-CM-ROW-TYPE(WS-CM-IDX)
               MOVE SPACE TO WS-CM-DELETED(WS-CM-IDX)
               MOVE SPACES TO WS-CM-IMAGE(WS-CM-IDX)
               MOVE SC-RECORD TO WS-CM-IMAGE(WS-CM-IDX)(1:63)
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRN-COUNT
           PERFORM 2100-VALIDATE-TRANSACTION
           MOVE "Y" TO WS-TRN-VALID-SWITCH
           MOVE SPACES TO WS-TRN-ERROR

           IF NOT (PT-PARM-FILE OR PT-TOL-FILE OR PT-CAL-FILE)
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "FILE-TYPE MUST BE P, T OR C" TO WS-TRN-ERROR
           ELSE
               IF NOT (PT-ADD OR PT-CHANGE OR PT-DELETE)
                   MOVE "N" TO WS-TRN-VALID-SWITCH
                       MOVE "N" TO WS-TRN-VALID-SWITCH
                       MOVE "USER-ID IS REQUIRED" TO WS-TRN-ERROR
                   ELSE
                       EVALUATE TRUE
                           WHEN PT-PARM-FILE
                               IF PT-PC-PLANT-CODE = SPACES
                                   MOVE "01" TO PT-PC-PLANT-CODE
                               END-IF
                               PERFORM 2110-VALIDATE-PARM-FIELDS
                           WHEN PT-TOL-FILE
                               IF PT-TS-PLANT-CODE = SPACES
                                   MOVE "01" TO PT-TS-PLANT-CODE
                               END-IF
                               PERFORM 2120-VALIDATE-TOL-FIELDS
                           WHEN OTHER
                               IF PT-SC-PLANT-CODE = SPACES
                                   MOVE "01" TO PT-SC-PLANT-CODE
                               END-IF
                               PERFORM 2160-VALIDATE-CAL-FIELDS
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
           END-IF.

       2130-VALIDATE-EFF-DATE.
           EVALUATE TRUE
               WHEN PT-PARM-FILE
                   MOVE PT-PC-EFF-DATE TO WS-EDIT-EFF-DATE
               WHEN PT-TOL-FILE
                   MOVE PT-TS-EFF-DATE TO WS-EDIT-EFF-DATE
               WHEN OTHER
                   MOVE PT-SC-EFF-DATE TO WS-EDIT-EFF-DATE
           END-EVALUATE
           IF WS-EDIT-EFF-DATE(5:2) < "01"
               OR WS-EDIT-EFF-DATE(5:2) > "12"
               OR WS-EDIT-EFF-DATE(7:2) < "01"
               END-PERFORM
           END-IF.

      ******************************************************************
      *    A calendar row is keyed by plant, effective date and row
      *    type, so a plant can carry a shift pattern and a shutdown
      *    day on the same date.  An "N" row names a shutdown day
      *    and carries no shifts; an "S" row must describe a day the
      *    programs can attribute readings against unambiguously.
      ******************************************************************
       2160-VALIDATE-CAL-FIELDS.
           IF PT-SC-EFF-DATE NOT NUMERIC
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "EFFECTIVE DATE MUST BE NUMERIC" TO WS-TRN-ERROR
           END-IF
           IF WS-TRN-VALID
               PERFORM 2130-VALIDATE-EFF-DATE
           END-IF
           IF WS-TRN-VALID
               AND NOT (PT-SC-SHIFT-PATTERN OR PT-SC-NON-WORKING-DAY)
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "ROW TYPE MUST BE S OR N" TO WS-TRN-ERROR
           END-IF
           IF WS-TRN-VALID AND NOT PT-DELETE
               IF PT-SC-SHIFT-PATTERN
                   PERFORM 2165-VALIDATE-SHIFT-PATTERN
               ELSE
                   IF PT-CAL-DATA(12:25) NOT = ALL "0"
                       MOVE "N" TO WS-TRN-VALID-SWITCH
                       MOVE "SHUTDOWN DAY MUST CARRY NO SHIFTS"
                           TO WS-TRN-ERROR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    1 to 3 shifts, each start and end a valid time of day,
      *    starts in ascending order, shifts not used all zero.  A
      *    shift ending at or before its start runs past midnight;
      *    no shift may run into the next one's start, and the last
      *    may not run past the first shift's start the next day.
      *    At least one day of the week must be worked.
      ******************************************************************
       2165-VALIDATE-SHIFT-PATTERN.
           IF PT-SC-SHIFT-COUNT NOT NUMERIC
               OR PT-SC-SHIFT-COUNT < 1 OR PT-SC-SHIFT-COUNT > 3
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "SHIFT COUNT MUST BE 1, 2 OR 3" TO WS-TRN-ERROR
           END-IF
           IF WS-TRN-VALID AND PT-CAL-DATA(13:24) NOT NUMERIC
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "SHIFT TIMES MUST ALL BE NUMERIC" TO WS-TRN-ERROR
           END-IF
           IF WS-TRN-VALID
               PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > 3 OR WS-TRN-INVALID
                   IF WS-SHIFT-SUB > PT-SC-SHIFT-COUNT
                       IF PT-SC-SHIFT-TIMES(WS-SHIFT-SUB)
                           NOT = ALL "0"
                           MOVE "N" TO WS-TRN-VALID-SWITCH
                           MOVE "UNUSED SHIFT TIMES MUST BE ZERO"
                               TO WS-TRN-ERROR
                       END-IF
                   ELSE
                       IF PT-SC-START-HH(WS-SHIFT-SUB) > 23
                           OR PT-SC-START-MI(WS-SHIFT-SUB) > 59
                           OR PT-SC-END-HH(WS-SHIFT-SUB) > 23
                           OR PT-SC-END-MI(WS-SHIFT-SUB) > 59
                           MOVE "N" TO WS-TRN-VALID-SWITCH
                           MOVE "SHIFT TIME IS NOT A VALID TIME OF DAY"
                               TO WS-TRN-ERROR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TRN-VALID
               PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > PT-SC-SHIFT-COUNT
                   OR WS-TRN-INVALID
                   PERFORM 2166-CHECK-SHIFT-OVERLAP
               END-PERFORM
           END-IF
           IF WS-TRN-VALID
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7 OR WS-TRN-INVALID
                   IF PT-SC-WORK-DAYS(WS-DAY-SUB:1) NOT = "Y"
                       AND PT-SC-WORK-DAYS(WS-DAY-SUB:1) NOT = "N"
                       MOVE "N" TO WS-TRN-VALID-SWITCH
                       MOVE "WORK DAYS MUST BE Y OR N, MONDAY FIRST"
                           TO WS-TRN-ERROR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TRN-VALID AND PT-SC-WORK-DAYS = "NNNNNNN"
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "PATTERN MUST WORK AT LEAST ONE DAY"
                   TO WS-TRN-ERROR
           END-IF.

      ******************************************************************
      *    Shift WS-SHIFT-SUB against the start of the shift after
      *    it - for the last shift, the first shift's start a day on.
      *    Times are minutes from midnight of the shift's start day.
      ******************************************************************
       2166-CHECK-SHIFT-OVERLAP.
           COMPUTE WS-SHIFT-START-MINS =
               PT-SC-START-HH(WS-SHIFT-SUB) * 60
               + PT-SC-START-MI(WS-SHIFT-SUB)
           COMPUTE WS-SHIFT-END-MINS =
               PT-SC-END-HH(WS-SHIFT-SUB) * 60
               + PT-SC-END-MI(WS-SHIFT-SUB)
           IF WS-SHIFT-END-MINS NOT > WS-SHIFT-START-MINS
               ADD 1440 TO WS-SHIFT-END-MINS
           END-IF
           IF WS-SHIFT-SUB < PT-SC-SHIFT-COUNT
               COMPUTE WS-NEXT-START-MINS =
                   PT-SC-START-HH(WS-SHIFT-SUB + 1) * 60
                   + PT-SC-START-MI(WS-SHIFT-SUB + 1)
               IF WS-NEXT-START-MINS NOT > WS-SHIFT-START-MINS
                   MOVE "N" TO WS-TRN-VALID-SWITCH
                   MOVE "SHIFT STARTS MUST BE IN ASCENDING ORDER"
                       TO WS-TRN-ERROR
               END-IF
           ELSE
               COMPUTE WS-NEXT-START-MINS =
                   PT-SC-START-HH(1) * 60 + PT-SC-START-MI(1) + 1440
           END-IF
           IF WS-TRN-VALID
               AND WS-SHIFT-END-MINS > WS-NEXT-START-MINS
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "SHIFT OVERLAPS THE SHIFT AFTER IT"
                   TO WS-TRN-ERROR
           END-IF.

       2200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN PT-PARM-FILE
                   PERFORM 2210-FIND-PARM-VERSION
                   EVALUATE TRUE
                       WHEN PT-ADD
                           PERFORM 2220-ADD-PARM-VERSION
                       WHEN PT-CHANGE
                           PERFORM 2230-CHANGE-PARM-VERSION
                       WHEN PT-DELETE
                           PERFORM 2240-DELETE-PARM-VERSION
                   END-EVALUATE
               WHEN PT-TOL-FILE
                   PERFORM 2250-FIND-TOL-VERSION
                   EVALUATE TRUE
                       WHEN PT-ADD
                           PERFORM 2260-ADD-TOL-VERSION
                       WHEN PT-CHANGE
                           PERFORM 2270-CHANGE-TOL-VERSION
                       WHEN PT-DELETE
                           PERFORM 2280-DELETE-TOL-VERSION
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 2410-FIND-CAL-VERSION
                   EVALUATE TRUE
                       WHEN PT-ADD
                           PERFORM 2420-ADD-CAL-VERSION
                       WHEN PT-CHANGE
                           PERFORM 2430-CHANGE-CAL-VERSION
                       WHEN PT-DELETE
                           PERFORM 2440-DELETE-CAL-VERSION
                   END-EVALUATE
           END-EVALUATE.

       2210-FIND-PARM-VERSION.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 0 TO WS-FOUND-SUB
           MOVE PT-USER-ID TO PH-USER-ID
           MOVE PT-FILE-TYPE TO PH-FILE-TYPE
           MOVE PT-ACTION TO PH-ACTION
           EVALUATE TRUE
               WHEN PT-PARM-FILE
                   MOVE PT-PC-TEST-CELL TO PH-TEST-CELL
                   MOVE PT-PC-PLANT-CODE TO PH-PLANT-CODE
                   MOVE PT-PC-EFF-DATE TO PH-EFF-DATE
               WHEN PT-TOL-FILE
                   MOVE PT-TS-TEST-CELL TO PH-TEST-CELL
                   MOVE PT-TS-PLANT-CODE TO PH-PLANT-CODE
                   MOVE PT-TS-EFF-DATE TO PH-EFF-DATE
               WHEN OTHER
                   MOVE SPACES TO PH-TEST-CELL
                   MOVE PT-SC-PLANT-CODE TO PH-PLANT-CODE
                   MOVE PT-SC-EFF-DATE TO PH-EFF-DATE
           END-EVALUATE
           MOVE WS-OLD-IMAGE TO PH-OLD-IMAGE
           MOVE WS-NEW-IMAGE TO PH-NEW-IMAGE
           WRITE PH-RECORD.

       2410-FIND-CAL-VERSION.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 0 TO WS-FOUND-SUB
           IF WS-CM-COUNT > 0
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT OR WS-FOUND
                   IF WS-CM-PLANT(WS-CM-IDX) = PT-SC-PLANT-CODE
                       AND WS-CM-EFF-DATE(WS-CM-IDX) = PT-SC-EFF-DATE
                       AND WS-CM-ROW-TYPE(WS-CM-IDX) = PT-SC-ROW-TYPE
                       AND WS-CM-DELETED(WS-CM-IDX) = SPACE
                       MOVE "Y" TO WS-FOUND-SWITCH
                       SET WS-FOUND-SUB TO WS-CM-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2420-ADD-CAL-VERSION.
           IF WS-FOUND
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "DUPLICATE PLANT/EFFECTIVE DATE/ROW TYPE"
                   TO WS-TRN-ERROR
           ELSE
               IF WS-CM-COUNT >= 2000
                   MOVE "N" TO WS-TRN-VALID-SWITCH
                   MOVE "SHIFT-CALENDAR TABLE IS FULL" TO WS-TRN-ERROR
               ELSE
                   ADD 1 TO WS-CM-COUNT
                   SET WS-CM-IDX TO WS-CM-COUNT
                   MOVE PT-SC-PLANT-CODE TO WS-CM-PLANT(WS-CM-IDX)
                   MOVE PT-SC-EFF-DATE TO WS-CM-EFF-DATE(WS-CM-IDX)
                   MOVE PT-SC-ROW-TYPE TO WS-CM-ROW-TYPE(WS-CM-IDX)
                   MOVE SPACE TO WS-CM-DELETED(WS-CM-IDX)
                   MOVE SPACES TO WS-CM-IMAGE(WS-CM-IDX)
                   MOVE PT-DATA(1:63) TO WS-CM-IMAGE(WS-CM-IDX)(1:63)
                   MOVE SPACES TO WS-OLD-IMAGE
                   MOVE PT-DATA(1:63) TO WS-NEW-IMAGE
                   PERFORM 2300-WRITE-HISTORY
               END-IF
           END-IF.

       2430-CHANGE-CAL-VERSION.
           IF NOT WS-FOUND
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "PLANT/EFF DATE/ROW TYPE NOT ON FILE"
                   TO WS-TRN-ERROR
           ELSE
               SET WS-CM-IDX TO WS-FOUND-SUB
               MOVE WS-CM-IMAGE(WS-CM-IDX)(1:63) TO WS-OLD-IMAGE
               MOVE PT-DATA(1:63) TO WS-NEW-IMAGE
               MOVE SPACES TO WS-CM-IMAGE(WS-CM-IDX)
               MOVE PT-DATA(1:63) TO WS-CM-IMAGE(WS-CM-IDX)(1:63)
               PERFORM 2300-WRITE-HISTORY
           END-IF.

       2440-DELETE-CAL-VERSION.
           IF NOT WS-FOUND
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "PLANT/EFF DATE/ROW TYPE NOT ON FILE"
                   TO WS-TRN-ERROR
           ELSE
               SET WS-CM-IDX TO WS-FOUND-SUB
               MOVE WS-CM-IMAGE(WS-CM-IDX)(1:63) TO WS-OLD-IMAGE
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE "D" TO WS-CM-DELETED(WS-CM-IDX)
               PERFORM 2300-WRITE-HISTORY
           END-IF.

       2800-WRITE-MAINT-LINE.
           MOVE SPACES TO ML-REASON
           MOVE PT-FILE-TYPE TO ML-FILE-TYPE
           MOVE PT-ACTION TO ML-ACTION
           MOVE PT-USER-ID TO ML-USER-ID
           EVALUATE TRUE
               WHEN PT-PARM-FILE
                   MOVE PT-PC-TEST-CELL TO ML-TEST-CELL
                   MOVE PT-PC-PLANT-CODE TO ML-PLANT
                   MOVE PT-PC-EFF-DATE TO WS-EDIT-EFF-DATE
               WHEN PT-TOL-FILE
                   MOVE PT-TS-TEST-CELL TO ML-TEST-CELL
                   MOVE PT-TS-PLANT-CODE TO ML-PLANT
                   MOVE PT-TS-EFF-DATE TO WS-EDIT-EFF-DATE
               WHEN OTHER
                   MOVE PT-SC-ROW-TYPE TO ML-TEST-CELL
                   MOVE PT-SC-PLANT-CODE TO ML-PLANT
                   MOVE PT-SC-EFF-DATE TO WS-EDIT-EFF-DATE
           END-EVALUATE
           IF WS-EDIT-EFF-DATE NUMERIC
               MOVE WS-EDIT-EFF-DATE TO ML-EFF-DATE
           ELSE
                   END-PERFORM
               END-IF
               CLOSE TOLERANCE-NEW
           END-IF

           OPEN OUTPUT SHIFT-CALENDAR-NEW
           IF WS-SN-STATUS NOT = "00"
               DISPLAY "NKTGPARM: UNABLE TO OPEN SHIFT-CALENDAR-NEW, "
                   "STATUS=" WS-SN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CM-COUNT > 0
                   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CM-COUNT
                       IF WS-CM-DELETED(WS-CM-IDX) = SPACE
                           MOVE WS-CM-IMAGE(WS-CM-IDX)(1:63)
                               TO SN-RECORD
                           WRITE SN-RECORD
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE SHIFT-CALENDAR-NEW
           END-IF.

       9000-TERMINATE.
