           SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
           SELECT PARM-CONTROL ASSIGN TO "PARMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT OPER-CERT ASSIGN TO "OPERCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
           SELECT CALIB-MASTER ASSIGN TO "CALMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
           SELECT REWORK-FILE ASSIGN TO "REWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
           SELECT SUSPENSE-OLD ASSIGN TO "SUSPOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT SHIFT-CALENDAR ASSIGN TO "SHFTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "NKTGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       COPY AUDITREC.
       COPY AUCTLREC.

       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AH-RECORD               PIC X(132).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY OPCERREC.

       FD  CALIB-MASTER
           RECORDING MODE IS F.
       COPY CALREC.

       FD  REWORK-FILE
           RECORDING MODE IS F.
       COPY RWRKREC.
           RECORDING MODE IS F.
       COPY TESTREC REPLACING LEADING ==TR-== BY ==SO-==.

       FD  SHIFT-CALENDAR
           RECORDING MODE IS F.
       COPY SCALREC.

       FD  RESULTS-MASTER.
       COPY RSLTMREC.

       01  WS-EX-STATUS        PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-AU-STATUS        PIC XX.
       01  WS-AH-STATUS        PIC XX.
       01  WS-PC-STATUS        PIC XX.
       01  WS-CK-STATUS        PIC XX.
       01  WS-TS-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-AL-STATUS        PIC XX.
       01  WS-OC-STATUS        PIC XX.
       01  WS-CM-STATUS        PIC XX.
       01  WS-RC-STATUS        PIC XX.
       01  WS-RW-STATUS        PIC XX.
       01  WS-HM-STATUS        PIC XX.
       01  WS-HH-STATUS        PIC XX.
       01  WS-SU-STATUS        PIC XX.
       01  WS-SO-STATUS        PIC XX.
       01  WS-SH-STATUS        PIC XX.
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-VALID-SWITCH     PIC X       VALUE "Y".
           05  WS-PREV-PASS-FAIL   PIC X(1).
           05  WS-PREV-ORIG-ID     PIC X(10).
           05  WS-PREV-RETEST-SEQ  PIC 9(2).
           05  WS-PREV-CAL-CERT    PIC X(12).

       01  WS-EX-FIELD-NAME        PIC X(10).
       01  WS-EX-REASON            PIC X(40).
       COPY CELLTBL.
       COPY PRODTBL.
       COPY OPCERTBL.
       COPY CALTBL.
       COPY HOLDTBL.
       COPY SCALTBL.

       01  WS-CELL-HELD-SWITCH     PIC X      VALUE "N".
           88  WS-CELL-HELD                   VALUE "Y".
       01  WS-HOLD-PLACED-SWITCH   PIC X      VALUE "N".
           88  WS-HOLD-PLACED                 VALUE "Y".
       01  WS-SUSPENDED-COUNT      PIC 9(8)   VALUE 0.
       01  WS-CAL-FOUND-SUB        PIC 9(4)   COMP.
       01  WS-CAL-CERT-IN-FORCE    PIC X(12)  VALUE SPACES.

      ******************************************************************
      *    Audit-trail seal: the open group's counts, hash totals and
      *    running check value (AUCTLREC), picked up from the trail
      *    at start so a restart seals the crashed run's records with
      *    its own, and the chain value of the last control record.
      *    Accumulators run wider than the control record fields,
      *    which keep the low-order digits.
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
       01  WS-SEAL-FOUND-SWITCH    PIC X       VALUE "N".
           88  WS-SEAL-FOUND                   VALUE "Y".
       01  WS-FOLD-LENGTH          PIC 9(3)    COMP.
       01  WS-FOLD-SUB             PIC 9(3)    COMP.
       01  WS-FOLD-WORK            PIC 9(12).
       COPY AUDITREC REPLACING LEADING ==AU-== BY ==WT-==.
       COPY AUCTLREC REPLACING LEADING ==AK-== BY ==WK-==.

       01  WS-MASS-FLOW-LOW    PIC 9(3)V9(2) VALUE 0.00.
       01  WS-MASS-FLOW-HIGH   PIC 9(3)V9(2) VALUE 1.00.
       01  WS-RUN-TIME             PIC X(8).
       01  WS-RUN-TIME-HHMMSS      PIC 9(6).
       01  WS-RUN-SHIFT            PIC X(1).
       01  WS-RUN-PLANT            PIC X(2).
       01  WS-READING-SHIFT        PIC X(1).
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-RUN-DATE-INT         PIC 9(8).
       01  WS-REG-DATE-YYYYMMDD    PIC 9(8).
       01  WS-READING-DATE-INT     PIC 9(8).
       01  WS-STALE-DAYS-X         PIC X(3).
       01  WS-STALE-DAYS           PIC 9(3)    VALUE 7.

       1000-INITIALIZE.
           PERFORM 1080-INIT-CHECKPOINT-RESTART
           PERFORM 1050-SET-RUN-DATE-SHIFT
           IF NOT WS-RUN-REFUSED
               PERFORM 1062-REGISTER-RUN
           END-IF
           IF NOT WS-RUN-REFUSED
               OPEN INPUT TEST-READINGS
               PERFORM 1005-OPEN-OUTPUT-FILES
               PERFORM 1068-LOAD-HOLD-MASTER
               PERFORM 1069-APPLY-HOLD-RELEASES
               PERFORM 1070-LOAD-PARM-CONTROL
               PERFORM 1071-LOAD-CALIBRATION
               PERFORM 1090-LOAD-TOLERANCE-SPEC
               PERFORM 1093-CROSS-CHECK-PRODUCTS
               PERFORM 1095-OPEN-RESULTS-MASTER
                   FUNCTION NUMVAL(WS-HOLD-LIMIT-X)
           END-IF

      *    The run shift comes from the run plant's shift calendar.
      *    A shift that spans midnight keeps the date it began on: a
      *    night-shift run started after 00:00 still belongs to the
      *    shift that began the evening before, so its registry entry
      *    is keyed on the shift's starting date or the duplicate-run
      *    lock would miss it.
           MOVE SPACES TO WS-RUN-PLANT
           ACCEPT WS-RUN-PLANT FROM ENVIRONMENT "NKTGLAW-PLANT"
           IF WS-RUN-PLANT = SPACES
               MOVE "01" TO WS-RUN-PLANT
           END-IF
           PERFORM 1051-LOAD-SHIFT-CALENDAR
           MOVE WS-RUN-PLANT TO WS-SCAL-LOOK-PLANT
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-SCAL-LOOK-DATE
           MOVE WS-RUN-TIME-HHMMSS TO WS-SCAL-LOOK-TIME
           PERFORM 1054-DERIVE-SHIFT
           MOVE WS-SCAL-SHIFT TO WS-RUN-SHIFT
           MOVE WS-SCAL-SHIFT-DATE TO WS-REG-DATE-YYYYMMDD

      *    The run-level operator from the environment is only a
      *    fallback stamp for exception journal records whose badge
               MOVE "BATCH" TO WS-OPERATOR-ID
           END-IF.

      ******************************************************************
      *    Shift calendar.  Loaded before the run shift is set, since
      *    the registry key comes from the run plant's pattern.  With
      *    no calendar on file every plant runs the standard bands.
      ******************************************************************
       1051-LOAD-SHIFT-CALENDAR.
           OPEN INPUT SHIFT-CALENDAR
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "NKTGLAW: NO SHIFT CALENDAR, STANDARD SHIFTS "
                   "USED"
           ELSE
               PERFORM UNTIL WS-SH-STATUS NOT = "00"
                   READ SHIFT-CALENDAR
                       AT END
                           MOVE "10" TO WS-SH-STATUS
                       NOT AT END
                           PERFORM 1052-STORE-CALENDAR-ROW
                   END-READ
               END-PERFORM
               CLOSE SHIFT-CALENDAR
           END-IF.

       1052-STORE-CALENDAR-ROW.
           IF WS-SCAL-COUNT >= 2000
               DISPLAY "NKTGLAW: SHIFT-CALENDAR EXCEEDS 2000 ROWS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-SH-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "Y" TO WS-RUN-REFUSED-SWITCH
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
       1053-FIND-SHIFT-PATTERN.
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
       1054-DERIVE-SHIFT.
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-PAT-DATE
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-SHIFT-DATE
           PERFORM 1053-FIND-SHIFT-PATTERN
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
                   PERFORM 1053-FIND-SHIFT-PATTERN
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
       1055-CHECK-WORKING-DAY.
           MOVE WS-SCAL-LOOK-DATE TO WS-SCAL-PAT-DATE
           PERFORM 1053-FIND-SHIFT-PATTERN
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
       1056-COUNT-WORKING-DAYS.
           MOVE 0 TO WS-SCAL-WORK-DAYS
           COMPUTE WS-SCAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAL-LOOK-DATE) + 1
           COMPUTE WS-SCAL-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAL-THRU-DATE)
           PERFORM UNTIL WS-SCAL-DAY-INT > WS-SCAL-THRU-INT
               COMPUTE WS-SCAL-LOOK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAL-DAY-INT)
               PERFORM 1055-CHECK-WORKING-DAY
               IF WS-SCAL-WORKING-DAY
                   ADD 1 TO WS-SCAL-WORK-DAYS
               END-IF
               ADD 1 TO WS-SCAL-DAY-INT
           END-PERFORM.

       1060-OPEN-AUDIT-TRAIL.
           PERFORM 1061-SCAN-AUDIT-TRAIL
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.

      ******************************************************************
      *    The group this run seals starts after the last control
      *    record on the trail; anything after it belongs to a run
      *    that never sealed (a crash being restarted) and is sealed
      *    with this run.  A trail with no control record at all -
      *    everything cut to AUDTARCH, or the first run to seal - is
      *    read behind the archive so the chain carries across the
      *    cut.
      ******************************************************************
       1061-SCAN-AUDIT-TRAIL.
           PERFORM 1061-RESET-SEAL
           OPEN INPUT AUDIT-TRAIL
           IF WS-AU-STATUS = "00"
               PERFORM 1061-FOLD-AUDIT-TRAIL
           END-IF
           IF NOT WS-SEAL-FOUND
               OPEN INPUT AUDIT-ARCHIVE
               IF WS-AH-STATUS = "00"
                   PERFORM 1061-RESET-SEAL
                   PERFORM UNTIL WS-AH-STATUS NOT = "00"
                       READ AUDIT-ARCHIVE
                           AT END
                               MOVE "10" TO WS-AH-STATUS
                           NOT AT END
                               MOVE AH-RECORD TO WT-RECORD
                               PERFORM 2391-FOLD-TRAIL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-ARCHIVE
                   OPEN INPUT AUDIT-TRAIL
                   IF WS-AU-STATUS = "00"
                       PERFORM 1061-FOLD-AUDIT-TRAIL
                   END-IF
               END-IF
           END-IF.

       1061-FOLD-AUDIT-TRAIL.
           PERFORM UNTIL WS-AU-STATUS NOT = "00"
               READ AUDIT-TRAIL
                   AT END
                       MOVE "10" TO WS-AU-STATUS
                   NOT AT END
                       MOVE AU-RECORD TO WT-RECORD
                       PERFORM 2391-FOLD-TRAIL-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL.

       1061-RESET-SEAL.
           MOVE ZEROES TO WS-SEAL-FIELDS
           MOVE 0 TO WS-SEAL-PREV-CHAIN.

      ******************************************************************
      *    The run-control registry is the lock against a shift
      *    being run twice: a second start against an entry already
                   INVALID KEY
                       PERFORM 1063-WRITE-RUN-ENTRY
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-RESTART-FLAG = "Y" AND RC-RUN-OPEN
                               MOVE "Y" TO WS-RUN-REG-SWITCH
                               DISPLAY "NKTGLAW: RESUMING OPEN RUN "
                                   "ENTRY " RC-RUN-DATE "/" RC-SHIFT
                           WHEN RC-RUN-BACKED-OUT
                               AND WS-RESTART-FLAG NOT = "Y"
                               PERFORM 1064-REOPEN-RUN-ENTRY
                           WHEN OTHER
                               DISPLAY "NKTGLAW: RUN ALREADY "
                                   "REGISTERED FOR " RC-RUN-DATE
                                   " SHIFT " RC-SHIFT
                                   " STATUS " RC-STATUS
                               DISPLAY "NKTGLAW: RUN REFUSED - SHIFT "
                                   "ALREADY RUN OR STILL OPEN"
                               MOVE "Y" TO WS-EOF-SWITCH
                               MOVE "Y" TO WS-RUN-REFUSED-SWITCH
                               MOVE 16 TO RETURN-CODE
                               CLOSE RUN-CONTROL
                       END-EVALUATE
               END-READ
           END-IF.

           MOVE SPACE TO RC-RELEASE-FLAG
           MOVE ZEROES TO RC-RELEASE-DATE
           MOVE ZEROES TO RC-RELEASE-TIME
           MOVE ZEROES TO RC-BACKOUT-DATE
           MOVE ZEROES TO RC-BACKOUT-TIME
           WRITE RC-RECORD
               INVALID KEY
                   DISPLAY "NKTGLAW: RUN-CONTROL WRITE FAILED, "
                   MOVE "Y" TO WS-RUN-REG-SWITCH
           END-WRITE.

      ******************************************************************
      *    A shift NKTGBKOT has backed out is run again clean: the
      *    entry goes back to "O" for this run, its count, balance
      *    and release marks cleared, the backout stamp kept so the
      *    entry still shows the shift was once backed out.  A
      *    restart never reopens it - there is nothing of the
      *    backed-out run left to resume.
      ******************************************************************
       1064-REOPEN-RUN-ENTRY.
           MOVE "O" TO RC-STATUS
           MOVE WS-RUN-TIME-HHMMSS TO RC-START-TIME
           MOVE ZEROES TO RC-END-TIME
           MOVE WS-OPERATOR-ID TO RC-OPERATOR-ID
           MOVE ZEROES TO RC-READINGS-COUNT
           MOVE SPACE TO RC-RECON-STATUS
           MOVE ZEROES TO RC-RECON-TIME
           MOVE SPACE TO RC-RELEASE-FLAG
           MOVE ZEROES TO RC-RELEASE-DATE
           MOVE ZEROES TO RC-RELEASE-TIME
           REWRITE RC-RECORD
               INVALID KEY
                   DISPLAY "NKTGLAW: RUN-CONTROL REWRITE FAILED, "
                       "STATUS=" WS-RC-STATUS
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RUN-REG-SWITCH
                   DISPLAY "NKTGLAW: RERUNNING SHIFT BACKED OUT ON "
                       RC-BACKOUT-DATE " BY " RC-BACKOUT-USER
           END-REWRITE.

      ******************************************************************
      *    Every reading is stamped with the badge of the operator
      *    who took it, so the certification master is as essential
           MOVE PC-DM-DT TO WS-PARM-DM-DT(WS-PARM-IDX)
           MOVE PC-EFF-DATE TO WS-PARM-EFF-DATE(WS-PARM-IDX).

      ******************************************************************
      *    A reading is only evidence if the rig that took it was in
      *    calibration, so the calibration master is mandatory the
      *    same way the certification master is: a missing or
      *    unreadable file stops the run outright.  Every calibration
      *    on file is kept, sorted plant/cell/calibration date-time,
      *    so a reading older than the current calibration (a stale
      *    or released-from-suspense reading) is still judged against
      *    the calibration in force when it was taken.
      ******************************************************************
       1071-LOAD-CALIBRATION.
           OPEN INPUT CALIB-MASTER
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "NKTGLAW: UNABLE TO OPEN CALIB-MASTER, STATUS="
                   WS-CM-STATUS
               DISPLAY "NKTGLAW: RUN STOPPED - RIG CALIBRATION "
                   "VALIDATION UNAVAILABLE"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-CM-STATUS NOT = "00"
                   READ CALIB-MASTER
                       AT END
                           MOVE "10" TO WS-CM-STATUS
                       NOT AT END
                           PERFORM 1071-POST-CALIB-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALIB-MASTER
           END-IF.

       1071-POST-CALIB-RECORD.
           MOVE "N" TO WS-LOAD-FOUND-SWITCH
           MOVE 0 TO WS-INS-SUB
           IF CM-PLANT-CODE = SPACES
               MOVE "01" TO WS-CAL-LOOK-PLANT
           ELSE
               MOVE CM-PLANT-CODE TO WS-CAL-LOOK-PLANT
           END-IF
           MOVE CM-TEST-CELL TO WS-CAL-LOOK-CELL
           MOVE CM-CAL-DATE TO WS-CAL-LOOK-DATE
           MOVE CM-CAL-TIME TO WS-CAL-LOOK-TIME
           IF WS-CAL-COUNT > 0
               PERFORM VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-CAL-COUNT
                   OR WS-LOAD-FOUND
                   OR WS-INS-SUB > 0
                   IF WS-CAL-KEY(WS-MOV-SUB) = WS-CAL-LOOKUP
                       MOVE "Y" TO WS-LOAD-FOUND-SWITCH
                       IF CM-DUE-DATE >= WS-CAL-DUE-DATE(WS-MOV-SUB)
                           MOVE CM-DUE-DATE
                               TO WS-CAL-DUE-DATE(WS-MOV-SUB)
                           MOVE CM-CERT-NO
                               TO WS-CAL-CERT-NO(WS-MOV-SUB)
                       END-IF
                   ELSE
                       IF WS-CAL-KEY(WS-MOV-SUB) > WS-CAL-LOOKUP
                           MOVE WS-MOV-SUB TO WS-INS-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-LOAD-FOUND
               PERFORM 1071-INSERT-CALIB-ROW
           END-IF.

       1071-INSERT-CALIB-ROW.
           IF WS-CAL-COUNT >= 5000
               DISPLAY "NKTGLAW: CALIB-MASTER EXCEEDS 5000 ROWS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-CM-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-INS-SUB = 0
                   COMPUTE WS-INS-SUB = WS-CAL-COUNT + 1
               END-IF
               ADD 1 TO WS-CAL-COUNT
               PERFORM VARYING WS-MOV-SUB FROM WS-CAL-COUNT BY -1
                   UNTIL WS-MOV-SUB NOT > WS-INS-SUB
                   MOVE WS-CAL-ENTRY(WS-MOV-SUB - 1)
                       TO WS-CAL-ENTRY(WS-MOV-SUB)
               END-PERFORM
               MOVE WS-CAL-LOOKUP TO WS-CAL-KEY(WS-INS-SUB)
               MOVE CM-DUE-DATE TO WS-CAL-DUE-DATE(WS-INS-SUB)
               MOVE CM-CERT-NO TO WS-CAL-CERT-NO(WS-INS-SUB)
           END-IF.

       1080-INIT-CHECKPOINT-RESTART.
           MOVE SPACES TO WS-RESTART-FLAG
           ACCEPT WS-RESTART-FLAG FROM ENVIRONMENT "NKTGLAW-RESTART"
                       MOVE RM-PASS-FAIL TO WS-PREV-PASS-FAIL
                       MOVE RM-ORIG-TEST-ID TO WS-PREV-ORIG-ID
                       MOVE RM-RETEST-SEQ TO WS-PREV-RETEST-SEQ
                       MOVE RM-CAL-CERT-NO TO WS-PREV-CAL-CERT
                   ELSE
                       MOVE "Y" TO WS-DUP-SWITCH
                       MOVE "N" TO WS-REWORK-SWITCH

           PERFORM 2052-VALIDATE-OPERATOR

           PERFORM 2053-VALIDATE-CALIBRATION

           PERFORM 2055-VALIDATE-READING-TIMESTAMP.

      ******************************************************************
               END-SEARCH
           END-IF.

      ******************************************************************
      *    The rig must have been in calibration when the reading was
      *    taken: the calibration in force is the latest one for the
      *    plant/cell performed at or before the reading timestamp,
      *    and it must not have passed its due date by the reading
      *    date.  No calibration at all, or a lapsed one, rejects the
      *    reading like any other bad field.  The certificate number
      *    in force rides on the audit record and the master row.
      *    The check is skipped when the timestamp is unusable; the
      *    timestamp validation rejects those readings on its own.
      ******************************************************************
       2053-VALIDATE-CALIBRATION.
           MOVE SPACES TO WS-CAL-CERT-IN-FORCE
           IF TR-READING-DATE NUMERIC AND TR-READING-DATE > 0
               AND TR-READING-TIME NUMERIC
               MOVE 0 TO WS-CAL-FOUND-SUB
               MOVE TR-PLANT-CODE TO WS-CAL-LOOK-PLANT
               MOVE TR-TEST-CELL TO WS-CAL-LOOK-CELL
               MOVE TR-READING-DATE TO WS-CAL-LOOK-DATE
               MOVE TR-READING-TIME TO WS-CAL-LOOK-TIME
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   OR WS-CAL-KEY(WS-CAL-IDX) > WS-CAL-LOOKUP
                   IF WS-CAL-PLANT(WS-CAL-IDX) = TR-PLANT-CODE
                       AND WS-CAL-CELL(WS-CAL-IDX) = TR-TEST-CELL
                       SET WS-CAL-FOUND-SUB TO WS-CAL-IDX
                   END-IF
               END-PERFORM
               IF WS-CAL-FOUND-SUB = 0
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "RIG-CAL" TO WS-EX-FIELD-NAME
                   MOVE "NO RIG CALIBRATION IN FORCE FOR CELL"
                       TO WS-EX-REASON
                   PERFORM 2060-WRITE-EXCEPTION
               ELSE
                   IF WS-CAL-DUE-DATE(WS-CAL-FOUND-SUB)
                       < TR-READING-DATE
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "RIG-CAL" TO WS-EX-FIELD-NAME
                       MOVE "RIG CALIBRATION LAPSED AT READING TIME"
                           TO WS-EX-REASON
                       PERFORM 2060-WRITE-EXCEPTION
                   ELSE
                       MOVE WS-CAL-CERT-NO(WS-CAL-FOUND-SUB)
                           TO WS-CAL-CERT-IN-FORCE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    Shift attribution comes from when the reading was taken,
      *    not from the run clock - a shift-2 file run late at 23:10
                       TO WS-EX-REASON
                   PERFORM 2060-WRITE-EXCEPTION
               ELSE
      *    The staleness limit counts the reading plant's working
      *    days, so a shutdown weekend does not age the readings
      *    queued behind it.  Calendar days can only be more, so the
      *    count is skipped while they are within the limit.
                   IF WS-RUN-DATE-INT - WS-READING-DATE-INT
                       > WS-STALE-DAYS
                       MOVE TR-PLANT-CODE TO WS-SCAL-LOOK-PLANT
                       MOVE TR-READING-DATE TO WS-SCAL-LOOK-DATE
                       MOVE WS-RUN-DATE-YYYYMMDD TO WS-SCAL-THRU-DATE
                       PERFORM 1056-COUNT-WORKING-DAYS
                       IF WS-SCAL-WORK-DAYS > WS-STALE-DAYS
                           MOVE "READ-DATE" TO WS-EX-FIELD-NAME
                           MOVE "READING OLDER THAN STALENESS LIMIT"
                               TO WS-EX-REASON
                           MOVE "W" TO WS-EX-SEVERITY
                           PERFORM 2060-WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    Shift on the reading's own clock, from the reading
      *    plant's shift calendar as 1050 does for the run clock.
      ******************************************************************
       2057-DERIVE-READING-SHIFT.
           MOVE TR-PLANT-CODE TO WS-SCAL-LOOK-PLANT
           MOVE TR-READING-DATE TO WS-SCAL-LOOK-DATE
           MOVE TR-READING-TIME TO WS-SCAL-LOOK-TIME
           PERFORM 1054-DERIVE-SHIFT
           MOVE WS-SCAL-SHIFT TO WS-READING-SHIFT.

       2060-WRITE-EXCEPTION.
           MOVE SPACES TO EX-RECORD
           MOVE TR-READING-DATE TO AU-READING-DATE
           MOVE TR-READING-TIME TO AU-READING-TIME
           MOVE TR-PLANT-CODE TO AU-PLANT-CODE
           MOVE WS-CAL-CERT-IN-FORCE TO AU-CAL-CERT-NO
           PERFORM 2390-SEAL-AUDIT-RECORD
           WRITE AU-RECORD FROM WT-RECORD.

      ******************************************************************
      *    One "E" record per reading rejected to the exception
               MOVE ZEROES TO AU-READING-TIME
           END-IF
           MOVE TR-PLANT-CODE TO AU-PLANT-CODE
           PERFORM 2390-SEAL-AUDIT-RECORD
           WRITE AU-RECORD FROM WT-RECORD
           IF WS-REWORK-WANTED
               PERFORM 2315-WRITE-REWORK-RECORD
           END-IF.
               MOVE ZEROES TO AU-READING-TIME
           END-IF
           MOVE TR-PLANT-CODE TO AU-PLANT-CODE
           PERFORM 2390-SEAL-AUDIT-RECORD
           WRITE AU-RECORD FROM WT-RECORD.

      ******************************************************************
      *    The rejected reading leaves the run on the rework file as
           MOVE TR-READING-DATE TO AU-READING-DATE
           MOVE TR-READING-TIME TO AU-READING-TIME
           MOVE TR-PLANT-CODE TO AU-PLANT-CODE
           MOVE WS-PREV-CAL-CERT TO AU-CAL-CERT-NO
           PERFORM 2390-SEAL-AUDIT-RECORD
           WRITE AU-RECORD FROM WT-RECORD.

      ******************************************************************
      *    Every record written to the trail is folded into the open
      *    group's seal just before it goes out, from the work image
      *    the record is then written from.  The check value folds each
      *    byte of the 132-byte image in turn (times 31, plus the
      *    character's ordinal, modulo the prime 999999937); NKTGAVFY
      *    refolds the trail the same way to prove it.
      ******************************************************************
       2390-SEAL-AUDIT-RECORD.
           MOVE AU-RECORD TO WT-RECORD
           PERFORM 2391-FOLD-TRAIL-RECORD.

       2391-FOLD-TRAIL-RECORD.
           IF WT-ACTION = "K"
               MOVE WT-RECORD TO WK-RECORD
               MOVE ZEROES TO WS-SEAL-FIELDS
               MOVE WK-CHAIN-VALUE TO WS-SEAL-PREV-CHAIN
               MOVE "Y" TO WS-SEAL-FOUND-SWITCH
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
               PERFORM 2392-FOLD-BYTES
           END-IF.

       2392-FOLD-BYTES.
           PERFORM VARYING WS-FOLD-SUB FROM 1 BY 1
               UNTIL WS-FOLD-SUB > WS-FOLD-LENGTH
               COMPUTE WS-FOLD-WORK = WS-SEAL-CHECK * 31
                   + FUNCTION ORD(WT-RECORD(WS-FOLD-SUB:1))
               COMPUTE WS-SEAL-CHECK =
                   FUNCTION MOD(WS-FOLD-WORK, 999999937)
           END-PERFORM.

       2320-WRITE-OUT-OF-SPEC.
           MOVE SPACES TO OS-RECORD
           MOVE TR-READING-TIME TO RM-READING-TIME
           MOVE SPACE TO RM-ACK-FLAG
           MOVE ZEROES TO RM-ACK-DATE
           MOVE WS-CAL-CERT-IN-FORCE TO RM-CAL-CERT-NO
           EVALUATE TRUE
               WHEN WS-CORRECTION
                   MOVE WS-PREV-ORIG-ID TO RM-ORIG-TEST-ID
           CLOSE EXCEPTION-REPORT
           CLOSE CELL-HOLD-ALERTS
           CLOSE NKTGLAW-REPORT
           CLOSE OUT-OF-SPEC
           CLOSE INTERFACE-EXTRACT
           CLOSE REWORK-FILE
           CLOSE SUSPENSE-FILE
           PERFORM 9060-REWRITE-HOLD-MASTER
           IF RETURN-CODE = 0
               PERFORM 9070-WRITE-AUDIT-CONTROL
           END-IF
           CLOSE AUDIT-TRAIL
           CLOSE HOLD-HISTORY
           CLOSE RESULTS-MASTER
           IF WS-RUN-REGISTERED
               CLOSE HOLD-MASTER
           END-IF.

      ******************************************************************
      *    Only a clean run seals its group, the same rule that
      *    completes its registry entry: a failed run leaves the
      *    group open and the restart seals it, under the one
      *    registry key.
      ******************************************************************
       9070-WRITE-AUDIT-CONTROL.
           MOVE SPACES TO AK-RECORD
           MOVE WS-RUN-DATE TO AK-RUN-DATE
           MOVE WS-RUN-TIME TO AK-RUN-TIME
           MOVE WS-OPERATOR-ID TO AK-OPERATOR-ID
           MOVE WS-REG-DATE-YYYYMMDD TO AK-REG-DATE
           MOVE WS-RUN-SHIFT TO AK-REG-SHIFT
           MOVE "N" TO AK-GROUP-TYPE
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
           PERFORM 2392-FOLD-BYTES
           MOVE WS-SEAL-CHECK TO AK-CHAIN-VALUE
           MOVE WS-SEAL-CHECK TO WS-SEAL-PREV-CHAIN
           WRITE AK-RECORD
           MOVE ZEROES TO WS-SEAL-FIELDS.

      ******************************************************************
      *    Completing the registry entry is what lets the next
      *    start against this shift be refused as already run, and
