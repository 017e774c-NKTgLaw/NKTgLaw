       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGCOPQ.
      ******************************************************************
      *    NKTGCOPQ - monthly cost-of-poor-quality report.  Prices
      *    the month's nonconforming work from the PRODUCT-COST
      *    master (PCOSTREC) and totals it by product, by cell within
      *    plant and by plant, each against the prior month and the
      *    same month last year:
      *      - a failed original ("F", no retest link) whose article
      *        never passed a retest is written off: unit cost plus
      *        scrap cost, and the labour of every retest run on it
      *        is added to the same FAILURE cost;
      *      - a "T" retest of an article that did pass a retest in
      *        the end ("P" or the warning band "W") is priced at the
      *        retest labour cost and shown apart as RETEST PASSED -
      *        the cost of getting good product out of a failure;
      *      - a reading held on the SUSPENSE file behind a cell hold
      *        is priced at the article's unit cost as HELD - product
      *        tied up, not yet judged.  Its product comes from the
      *        PARM-CONTROL version in effect for its cell on the
      *        reading date.
      *    Postings are placed in a month by RM-RUN-DATE, the date
      *    they were booked (held readings by reading date).  The
      *    comparison months reach back a year, past the NKTGARCH
      *    retention cut, so when the earliest month needed starts
      *    before the oldest row left on the live master the archived
      *    master (MSTRARCH, flat RSLTMREC layout) is read as well.
      *    Environment NKTGCOPQ-MONTH (YYYYMM) selects the month,
      *    default the previous calendar month.
      *    RETURN-CODE 8 when readings cannot be priced (product not
      *    on the cost master) or the archive needed for the
      *    comparison months is missing, 16 when a file cannot be
      *    processed at all.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-COST ASSIGN TO "PRODCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT PARM-CONTROL ASSIGN TO "PARMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "NKTGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-MASTER-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT MASTER-ARCHIVE ASSIGN TO "MSTRARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MA-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT COPQ-REPORT ASSIGN TO "COPQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-COST
           RECORDING MODE IS F.
       COPY PCOSTREC.

       FD  PARM-CONTROL
           RECORDING MODE IS F.
       COPY PARMREC.

       FD  RESULTS-MASTER.
       COPY RSLTMREC.

       FD  MASTER-ARCHIVE
           RECORDING MODE IS F.
       COPY RSLTMREC REPLACING LEADING ==RM-== BY ==MA-==.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY TESTREC REPLACING LEADING ==TR-== BY ==SU-==.

       FD  COPQ-REPORT
           RECORDING MODE IS F.
       01  CR-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CP-STATUS        PIC XX.
       01  WS-PC-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-MA-STATUS        PIC XX.
       01  WS-SU-STATUS        PIC XX.
       01  WS-CR-STATUS        PIC XX.

       01  WS-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-RECOVERED-SWITCH PIC X       VALUE "N".
           88  WS-RECOVERED                VALUE "Y".
       01  WS-ARCH-MISSING-SWITCH PIC X    VALUE "N".
           88  WS-ARCH-MISSING             VALUE "Y".
       01  WS-ARCH-READ-SWITCH PIC X       VALUE "N".
           88  WS-ARCH-READ                VALUE "Y".

      *    Rows from either master source are handled in this one
      *    working copy of the master layout.
       COPY RSLTMREC REPLACING LEADING ==RM-== BY ==WR-==.

       01  WS-SEL-MONTH-X      PIC X(6)    VALUE SPACES.
       01  WS-WORK-YYYYMM.
           05  WS-WORK-YYYY        PIC 9(4).
           05  WS-WORK-MM          PIC 9(2).
       01  WS-EARLIEST-DATE    PIC 9(8).
       01  WS-LIVE-MIN-DATE    PIC 9(8)    VALUE 99999999.
       01  WS-ROW-PLANT        PIC X(2).
       01  WS-ROW-PERIOD       PIC 9(1).
       01  WS-PER-SUB          PIC 9(1)    COMP.
       01  WS-CAT-SUB          PIC 9(1)    COMP.
       01  WS-RT-SUB           PIC 9(5)    COMP.
       01  WS-RT-SUB-2         PIC 9(5)    COMP.
       01  WS-FO-SUB           PIC 9(5)    COMP.
       01  WS-PV-SUB           PIC 9(4)    COMP.
       01  WS-CQ-SUB           PIC 9(4)    COMP.
       01  WS-INS-SUB          PIC 9(4)    COMP.
       01  WS-MOV-SUB          PIC 9(4)    COMP.
       01  WS-BEST-EFF-DATE    PIC 9(8).
       01  WS-PREV-LEVEL       PIC X(1).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  FILLER              PIC X(13).

       01  WS-RUN-DATE             PIC X(10).

      ******************************************************************
      *    The three months compared: 1 = the month reported,
      *    2 = the month before it, 3 = the same month a year back.
      ******************************************************************
       01  WS-PERIOD-TABLE.
           05  WS-PER-YYYYMM OCCURS 3 TIMES PIC 9(6).

       01  WS-LIVE-COUNT           PIC 9(8)    VALUE 0.
       01  WS-ARCH-COUNT           PIC 9(8)    VALUE 0.
       01  WS-SCRAP-COUNT          PIC 9(6)    VALUE 0.
       01  WS-RT-PASSED-COUNT      PIC 9(6)    VALUE 0.
       01  WS-RT-FAILED-COUNT      PIC 9(6)    VALUE 0.
       01  WS-HELD-COUNT           PIC 9(6)    VALUE 0.
       01  WS-UNPRICED-COUNT       PIC 9(6)    VALUE 0.

      ******************************************************************
      *    Price of the reading in hand and where it is booked.
      ******************************************************************
       01  WS-ACC-PLANT            PIC X(2).
       01  WS-ACC-CELL             PIC X(5).
       01  WS-ACC-PRODUCT          PIC X(6).
       01  WS-ACC-AMOUNT           PIC 9(7)V9(2).

       01  WS-COST-COUNT           PIC 9(4)    VALUE 0.
       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-COST-COUNT
                   INDEXED BY WS-COST-IDX.
               10  WS-COST-PRODUCT      PIC X(6).
               10  WS-COST-UNIT         PIC 9(7)V9(2).
               10  WS-COST-SCRAP        PIC 9(7)V9(2).
               10  WS-COST-RETEST       PIC 9(7)V9(2).

       01  WS-PV-COUNT             PIC 9(4)    VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PV-COUNT.
               10  WS-PV-PLANT          PIC X(2).
               10  WS-PV-CELL           PIC X(5).
               10  WS-PV-EFF-DATE       PIC 9(8).
               10  WS-PV-PRODUCT        PIC X(6).

      ******************************************************************
      *    Failed originals booked in one of the three months, and
      *    every retest booked since the earliest of them - a retest
      *    always follows its original, so these are all the retests
      *    that can decide whether a failed article was recovered.
      ******************************************************************
       01  WS-FO-COUNT             PIC 9(5)    COMP VALUE 0.
       01  WS-FO-TABLE.
           05  WS-FO-ENTRY OCCURS 10000 TIMES.
               10  WS-FO-PLANT          PIC X(2).
               10  WS-FO-TEST-ID        PIC X(10).
               10  WS-FO-CELL           PIC X(5).
               10  WS-FO-PRODUCT        PIC X(6).
               10  WS-FO-PERIOD         PIC 9(1).

       01  WS-RT-COUNT             PIC 9(5)    COMP VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 20000 TIMES.
               10  WS-RT-PLANT          PIC X(2).
               10  WS-RT-ORIG-ID        PIC X(10).
               10  WS-RT-CELL           PIC X(5).
               10  WS-RT-PRODUCT        PIC X(6).
               10  WS-RT-PASS-FAIL      PIC X(1).
               10  WS-RT-PERIOD         PIC 9(1).

      ******************************************************************
      *    Cost totals, kept in key order by a sorted insert so the
      *    report prints straight down the table.  WS-CQ-LEVEL picks
      *    the grouping: "1" product, "2" plant + cell, "3" plant.
      *    Costs are held per month (as WS-PERIOD-TABLE) and per
      *    category: 1 = FAILURE, 2 = RETEST PASSED, 3 = HELD.
      ******************************************************************
       01  WS-CQ-COUNT             PIC 9(4)    VALUE 0.
       01  WS-CQ-TABLE.
           05  WS-CQ-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-CQ-COUNT.
               10  WS-CQ-KEY.
                   15  WS-CQ-LEVEL          PIC X(1).
                   15  WS-CQ-CODE           PIC X(13).
               10  WS-CQ-PERIOD OCCURS 3 TIMES.
                   15  WS-CQ-COST OCCURS 3 TIMES
                                            PIC 9(9)V9(2).

       01  WS-CQ-LOOKUP.
           05  WS-CQ-LOOK-LEVEL    PIC X(1).
           05  WS-CQ-LOOK-CODE     PIC X(13).

       01  WS-LINE-TOTALS.
           05  WS-LT-TOTAL OCCURS 3 TIMES PIC 9(9)V9(2).
       01  WS-GRAND-TOTALS.
           05  WS-GT-PERIOD OCCURS 3 TIMES.
               10  WS-GT-COST OCCURS 3 TIMES PIC 9(9)V9(2).
       01  WS-CHANGE-AMOUNT        PIC S9(9)V9(2).

       01  WS-LINES-PER-PAGE       PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT           PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT           PIC 9(4)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGCOPQ COST OF POOR QUALITY".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(7)   VALUE "MONTH: ".
           05  HDG2-MONTH          PIC 9(6).
           05  FILLER              PIC X(16)  VALUE "   PRIOR MONTH: ".
           05  HDG2-PRIOR          PIC 9(6).
           05  FILLER              PIC X(14)  VALUE "   LAST YEAR: ".
           05  HDG2-LAST-YEAR      PIC 9(6).

       01  WS-HEADING-3.
           05  FILLER              PIC X(18)  VALUE SPACES.
           05  FILLER              PIC X(14)  VALUE "     FAILURES ".
           05  FILLER              PIC X(14)  VALUE "RETEST PASSED ".
           05  FILLER              PIC X(14)  VALUE "         HELD ".
           05  FILLER              PIC X(14)  VALUE "  MONTH TOTAL ".
           05  FILLER              PIC X(14)  VALUE "  PRIOR MONTH ".
           05  FILLER              PIC X(14)  VALUE "    CHG PRIOR ".
           05  FILLER              PIC X(14)  VALUE "    LAST YEAR ".
           05  FILLER              PIC X(14)  VALUE "  CHG LAST YR".

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CSL-TITLE           PIC X(40).

       01  WS-COST-DETAIL.
           05  CQD-KEY             PIC X(18).
           05  CQD-FAILURE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CQD-RETEST          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CQD-HELD            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CQD-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CQD-PRIOR           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CQD-CHG-PRIOR       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CQD-LAST-YEAR       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  CQD-CHG-LAST-YEAR   PIC -Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  TL-LABEL            PIC X(40).
           05  TL-COUNT            PIC ZZZZZZZ9.

       01  WS-WARNING-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(29)
               VALUE "*** MSTRARCH NOT AVAILABLE - ".
           05  FILLER              PIC X(48)
               VALUE "MONTHS BEFORE THE ARCHIVE CUT ARE INCOMPLETE ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = 0
               PERFORM 2000-COLLECT-POSTINGS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-PRICE-POSTINGS
               PERFORM 3500-PRICE-SUSPENSE
               PERFORM 4000-PRINT-COSTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           MOVE SPACES TO WS-SEL-MONTH-X
           ACCEPT WS-SEL-MONTH-X FROM ENVIRONMENT "NKTGCOPQ-MONTH"
           IF WS-SEL-MONTH-X NOT = SPACES
               AND WS-SEL-MONTH-X NUMERIC
               AND WS-SEL-MONTH-X(5:2) >= "01"
               AND WS-SEL-MONTH-X(5:2) <= "12"
               MOVE WS-SEL-MONTH-X TO WS-WORK-YYYYMM
           ELSE
               IF WS-SEL-MONTH-X NOT = SPACES
                   DISPLAY "NKTGCOPQ: NKTGCOPQ-MONTH " WS-SEL-MONTH-X
                       " IS NOT YYYYMM - PREVIOUS MONTH REPORTED"
               END-IF
               MOVE WS-CURR-YYYY TO WS-WORK-YYYY
               MOVE WS-CURR-MM TO WS-WORK-MM
               PERFORM 1010-STEP-BACK-ONE-MONTH
           END-IF
           MOVE WS-WORK-YYYYMM TO WS-PER-YYYYMM(1)
           PERFORM 1010-STEP-BACK-ONE-MONTH
           MOVE WS-WORK-YYYYMM TO WS-PER-YYYYMM(2)
           MOVE WS-PER-YYYYMM(1) TO WS-WORK-YYYYMM
           SUBTRACT 1 FROM WS-WORK-YYYY
           MOVE WS-WORK-YYYYMM TO WS-PER-YYYYMM(3)
           COMPUTE WS-EARLIEST-DATE = WS-PER-YYYYMM(3) * 100 + 1

           OPEN OUTPUT COPQ-REPORT
           IF WS-CR-STATUS NOT = "00"
               DISPLAY "NKTGCOPQ: UNABLE TO OPEN COPQ-REPORT, STATUS="
                   WS-CR-STATUS
           END-IF

           PERFORM 1100-LOAD-PRODUCT-COST
           IF RETURN-CODE = 0
               PERFORM 1200-LOAD-PARM-CONTROL
           END-IF.

       1010-STEP-BACK-ONE-MONTH.
           IF WS-WORK-MM = 1
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YYYY
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.

       1100-LOAD-PRODUCT-COST.
           OPEN INPUT PRODUCT-COST
           IF WS-CP-STATUS NOT = "00"
               DISPLAY "NKTGCOPQ: UNABLE TO OPEN PRODUCT-COST, "
                   "STATUS=" WS-CP-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-CP-STATUS NOT = "00"
                   READ PRODUCT-COST
                       AT END
                           MOVE "10" TO WS-CP-STATUS
                       NOT AT END
                           PERFORM 1110-STORE-PRODUCT-COST
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-COST
           END-IF.

       1110-STORE-PRODUCT-COST.
           IF WS-COST-COUNT >= 2000
               DISPLAY "NKTGCOPQ: PRODUCT-COST EXCEEDS 2000 ROWS, "
                   "RUN STOPPED"
               MOVE "10" TO WS-CP-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-COST-COUNT
               SET WS-COST-IDX TO WS-COST-COUNT
               MOVE CP-PRODUCT-CODE TO WS-COST-PRODUCT(WS-COST-IDX)
               MOVE CP-UNIT-COST TO WS-COST-UNIT(WS-COST-IDX)
               MOVE CP-SCRAP-COST TO WS-COST-SCRAP(WS-COST-IDX)
               MOVE CP-RETEST-COST TO WS-COST-RETEST(WS-COST-IDX)
           END-IF.

       1200-LOAD-PARM-CONTROL.
           OPEN INPUT PARM-CONTROL
           IF WS-PC-STATUS NOT = "00"
               DISPLAY "NKTGCOPQ: UNABLE TO OPEN PARM-CONTROL, "
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
               DISPLAY "NKTGCOPQ: PARM-CONTROL EXCEEDS 2000 ROWS, "
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

      ******************************************************************
      *    The live master first; the archive only when the months
      *    compared reach back before the oldest row still live (the
      *    archive cut is by RM-RUN-DATE, so the two never overlap).
      ******************************************************************
       2000-COLLECT-POSTINGS.
           OPEN INPUT RESULTS-MASTER
           IF WS-RM-STATUS NOT = "00"
               DISPLAY "NKTGCOPQ: UNABLE TO OPEN RESULTS-MASTER, "
                   "STATUS=" WS-RM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-RM-STATUS NOT = "00"
                   READ RESULTS-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO WS-RM-STATUS
                       NOT AT END
                           ADD 1 TO WS-LIVE-COUNT
                           IF RM-RUN-DATE < WS-LIVE-MIN-DATE
                               MOVE RM-RUN-DATE TO WS-LIVE-MIN-DATE
                           END-IF
                           MOVE RM-RECORD TO WR-RECORD
                           PERFORM 2100-COLLECT-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE RESULTS-MASTER
           END-IF

           IF RETURN-CODE = 0 AND WS-EARLIEST-DATE < WS-LIVE-MIN-DATE
               OPEN INPUT MASTER-ARCHIVE
               IF WS-MA-STATUS NOT = "00"
                   DISPLAY "NKTGCOPQ: MASTER-ARCHIVE NOT AVAILABLE, "
                       "STATUS=" WS-MA-STATUS
                       " - COMPARISON MONTHS INCOMPLETE"
                   MOVE "Y" TO WS-ARCH-MISSING-SWITCH
               ELSE
                   MOVE "Y" TO WS-ARCH-READ-SWITCH
                   PERFORM UNTIL WS-MA-STATUS NOT = "00"
                       READ MASTER-ARCHIVE
                           AT END
                               MOVE "10" TO WS-MA-STATUS
                           NOT AT END
                               ADD 1 TO WS-ARCH-COUNT
                               MOVE MA-RECORD TO WR-RECORD
                               PERFORM 2100-COLLECT-ONE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE MASTER-ARCHIVE
               END-IF
           END-IF.

       2100-COLLECT-ONE-ROW.
           IF WR-RUN-DATE NOT < WS-EARLIEST-DATE
               IF WR-PLANT-CODE = SPACES
                   MOVE "01" TO WS-ROW-PLANT
               ELSE
                   MOVE WR-PLANT-CODE TO WS-ROW-PLANT
               END-IF
               MOVE 0 TO WS-ROW-PERIOD
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
                   IF WR-RUN-DATE(1:6) = WS-PER-YYYYMM(WS-PER-SUB)
                       MOVE WS-PER-SUB TO WS-ROW-PERIOD
                   END-IF
               END-PERFORM
               IF WR-ORIG-TEST-ID NOT = SPACES
                   PERFORM 2110-STORE-RETEST
               ELSE
                   IF WR-PASS-FAIL = "F" AND WS-ROW-PERIOD > 0
                       PERFORM 2120-STORE-FAILED-ORIGINAL
                   END-IF
               END-IF
           END-IF.

       2110-STORE-RETEST.
           IF WS-RT-COUNT >= 20000
               DISPLAY "NKTGCOPQ: MORE THAN 20000 RETESTS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-RM-STATUS
               MOVE "10" TO WS-MA-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RT-COUNT
               MOVE WS-ROW-PLANT TO WS-RT-PLANT(WS-RT-COUNT)
               MOVE WR-ORIG-TEST-ID TO WS-RT-ORIG-ID(WS-RT-COUNT)
               MOVE WR-TEST-CELL TO WS-RT-CELL(WS-RT-COUNT)
               MOVE WR-PRODUCT-CODE TO WS-RT-PRODUCT(WS-RT-COUNT)
               MOVE WR-PASS-FAIL TO WS-RT-PASS-FAIL(WS-RT-COUNT)
               MOVE WS-ROW-PERIOD TO WS-RT-PERIOD(WS-RT-COUNT)
           END-IF.

       2120-STORE-FAILED-ORIGINAL.
           IF WS-FO-COUNT >= 10000
               DISPLAY "NKTGCOPQ: MORE THAN 10000 FAILED ORIGINALS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-RM-STATUS
               MOVE "10" TO WS-MA-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-FO-COUNT
               MOVE WS-ROW-PLANT TO WS-FO-PLANT(WS-FO-COUNT)
               MOVE WR-TEST-ID TO WS-FO-TEST-ID(WS-FO-COUNT)
               MOVE WR-TEST-CELL TO WS-FO-CELL(WS-FO-COUNT)
               MOVE WR-PRODUCT-CODE TO WS-FO-PRODUCT(WS-FO-COUNT)
               MOVE WS-ROW-PERIOD TO WS-FO-PERIOD(WS-FO-COUNT)
           END-IF.

       3000-PRICE-POSTINGS.
           PERFORM VARYING WS-FO-SUB FROM 1 BY 1
               UNTIL WS-FO-SUB > WS-FO-COUNT
               PERFORM 3010-PRICE-FAILED-ORIGINAL
           END-PERFORM
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
               IF WS-RT-PERIOD(WS-RT-SUB) > 0
                   PERFORM 3020-PRICE-RETEST
               END-IF
           END-PERFORM.

       3010-PRICE-FAILED-ORIGINAL.
           MOVE WS-FO-PLANT(WS-FO-SUB) TO WS-ACC-PLANT
           PERFORM 3030-CHECK-RECOVERY-FO
           IF NOT WS-RECOVERED
               MOVE WS-FO-CELL(WS-FO-SUB) TO WS-ACC-CELL
               MOVE WS-FO-PRODUCT(WS-FO-SUB) TO WS-ACC-PRODUCT
               PERFORM 3100-FIND-PRODUCT-COST
               IF WS-FOUND
                   ADD 1 TO WS-SCRAP-COUNT
                   COMPUTE WS-ACC-AMOUNT =
                       WS-COST-UNIT(WS-COST-IDX)
                       + WS-COST-SCRAP(WS-COST-IDX)
                   MOVE WS-FO-PERIOD(WS-FO-SUB) TO WS-PER-SUB
                   MOVE 1 TO WS-CAT-SUB
                   PERFORM 3200-BOOK-COST
               END-IF
           END-IF.

      ******************************************************************
      *    A retest is booked as FAILURE labour unless the article it
      *    re-ran was recovered by some retest landing in spec.
      ******************************************************************
       3020-PRICE-RETEST.
           MOVE WS-RT-PLANT(WS-RT-SUB) TO WS-ACC-PLANT
           MOVE WS-RT-CELL(WS-RT-SUB) TO WS-ACC-CELL
           MOVE WS-RT-PRODUCT(WS-RT-SUB) TO WS-ACC-PRODUCT
           MOVE "N" TO WS-RECOVERED-SWITCH
           PERFORM VARYING WS-RT-SUB-2 FROM 1 BY 1
               UNTIL WS-RT-SUB-2 > WS-RT-COUNT OR WS-RECOVERED
               IF WS-RT-PLANT(WS-RT-SUB-2) = WS-RT-PLANT(WS-RT-SUB)
                   AND WS-RT-ORIG-ID(WS-RT-SUB-2)
                       = WS-RT-ORIG-ID(WS-RT-SUB)
                   AND (WS-RT-PASS-FAIL(WS-RT-SUB-2) = "P"
                   OR WS-RT-PASS-FAIL(WS-RT-SUB-2) = "W")
                   MOVE "Y" TO WS-RECOVERED-SWITCH
               END-IF
           END-PERFORM
           PERFORM 3100-FIND-PRODUCT-COST
           IF WS-FOUND
               MOVE WS-COST-RETEST(WS-COST-IDX) TO WS-ACC-AMOUNT
               MOVE WS-RT-PERIOD(WS-RT-SUB) TO WS-PER-SUB
               IF WS-RECOVERED
                   ADD 1 TO WS-RT-PASSED-COUNT
                   MOVE 2 TO WS-CAT-SUB
               ELSE
                   ADD 1 TO WS-RT-FAILED-COUNT
                   MOVE 1 TO WS-CAT-SUB
               END-IF
               PERFORM 3200-BOOK-COST
           END-IF.

       3030-CHECK-RECOVERY-FO.
           MOVE "N" TO WS-RECOVERED-SWITCH
           PERFORM VARYING WS-RT-SUB-2 FROM 1 BY 1
               UNTIL WS-RT-SUB-2 > WS-RT-COUNT OR WS-RECOVERED
               IF WS-RT-PLANT(WS-RT-SUB-2) = WS-FO-PLANT(WS-FO-SUB)
                   AND WS-RT-ORIG-ID(WS-RT-SUB-2)
                       = WS-FO-TEST-ID(WS-FO-SUB)
                   AND (WS-RT-PASS-FAIL(WS-RT-SUB-2) = "P"
                   OR WS-RT-PASS-FAIL(WS-RT-SUB-2) = "W")
                   MOVE "Y" TO WS-RECOVERED-SWITCH
               END-IF
           END-PERFORM.

       3100-FIND-PRODUCT-COST.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
               UNTIL WS-COST-IDX > WS-COST-COUNT OR WS-FOUND
               IF WS-COST-PRODUCT(WS-COST-IDX) = WS-ACC-PRODUCT
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-COST-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.

      ******************************************************************
      *    One priced reading is booked three ways: to its product,
      *    to its cell within plant, and to its plant.
      ******************************************************************
       3200-BOOK-COST.
           MOVE "1" TO WS-CQ-LOOK-LEVEL
           MOVE SPACES TO WS-CQ-LOOK-CODE
           MOVE WS-ACC-PRODUCT TO WS-CQ-LOOK-CODE(1:6)
           PERFORM 3210-POST-TO-KEY
           MOVE "2" TO WS-CQ-LOOK-LEVEL
           MOVE SPACES TO WS-CQ-LOOK-CODE
           MOVE WS-ACC-PLANT TO WS-CQ-LOOK-CODE(1:2)
           MOVE WS-ACC-CELL TO WS-CQ-LOOK-CODE(3:5)
           PERFORM 3210-POST-TO-KEY
           MOVE "3" TO WS-CQ-LOOK-LEVEL
           MOVE SPACES TO WS-CQ-LOOK-CODE
           MOVE WS-ACC-PLANT TO WS-CQ-LOOK-CODE(1:2)
           PERFORM 3210-POST-TO-KEY
           ADD WS-ACC-AMOUNT TO WS-GT-COST(WS-PER-SUB, WS-CAT-SUB).

       3210-POST-TO-KEY.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 0 TO WS-INS-SUB
           PERFORM VARYING WS-CQ-SUB FROM 1 BY 1
               UNTIL WS-CQ-SUB > WS-CQ-COUNT
               OR WS-FOUND
               OR WS-INS-SUB > 0
               IF WS-CQ-KEY(WS-CQ-SUB) = WS-CQ-LOOKUP
                   MOVE "Y" TO WS-FOUND-SWITCH
                   ADD WS-ACC-AMOUNT
                       TO WS-CQ-COST(WS-CQ-SUB, WS-PER-SUB, WS-CAT-SUB)
               ELSE
                   IF WS-CQ-KEY(WS-CQ-SUB) > WS-CQ-LOOKUP
                       MOVE WS-CQ-SUB TO WS-INS-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               PERFORM 3220-INSERT-COST-ROW
           END-IF.

       3220-INSERT-COST-ROW.
           IF WS-CQ-COUNT >= 3000
               DISPLAY "NKTGCOPQ: MORE THAN 3000 COST TOTALS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-INS-SUB = 0
                   COMPUTE WS-INS-SUB = WS-CQ-COUNT + 1
               END-IF
               ADD 1 TO WS-CQ-COUNT
               PERFORM VARYING WS-MOV-SUB FROM WS-CQ-COUNT BY -1
                   UNTIL WS-MOV-SUB NOT > WS-INS-SUB
                   MOVE WS-CQ-ENTRY(WS-MOV-SUB - 1)
                       TO WS-CQ-ENTRY(WS-MOV-SUB)
               END-PERFORM
               INITIALIZE WS-CQ-ENTRY(WS-INS-SUB)
               MOVE WS-CQ-LOOKUP TO WS-CQ-KEY(WS-INS-SUB)
               ADD WS-ACC-AMOUNT
                   TO WS-CQ-COST(WS-INS-SUB, WS-PER-SUB, WS-CAT-SUB)
           END-IF.

      ******************************************************************
      *    A missing suspense file just means nothing is held.
      ******************************************************************
       3500-PRICE-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SU-STATUS NOT = "00"
               DISPLAY "NKTGCOPQ: NO SUSPENSE FILE, STATUS="
                   WS-SU-STATUS
           ELSE
               PERFORM UNTIL WS-SU-STATUS NOT = "00"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SU-STATUS
                       NOT AT END
                           PERFORM 3510-PRICE-HELD-READING
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       3510-PRICE-HELD-READING.
           MOVE 0 TO WS-ROW-PERIOD
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3
               IF SU-READING-DATE(1:6) = WS-PER-YYYYMM(WS-PER-SUB)
                   MOVE WS-PER-SUB TO WS-ROW-PERIOD
               END-IF
           END-PERFORM
           IF WS-ROW-PERIOD > 0
               IF SU-PLANT-CODE = SPACES
                   MOVE "01" TO WS-ACC-PLANT
               ELSE
                   MOVE SU-PLANT-CODE TO WS-ACC-PLANT
               END-IF
               MOVE SU-TEST-CELL TO WS-ACC-CELL
               PERFORM 3520-FIND-CELL-PRODUCT
               PERFORM 3100-FIND-PRODUCT-COST
               IF WS-FOUND
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-COST-UNIT(WS-COST-IDX) TO WS-ACC-AMOUNT
                   MOVE WS-ROW-PERIOD TO WS-PER-SUB
                   MOVE 3 TO WS-CAT-SUB
                   PERFORM 3200-BOOK-COST
               END-IF
           END-IF.

       3520-FIND-CELL-PRODUCT.
           MOVE SPACES TO WS-ACC-PRODUCT
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PV-COUNT
               IF WS-PV-PLANT(WS-PV-SUB) = WS-ACC-PLANT
                   AND WS-PV-CELL(WS-PV-SUB) = WS-ACC-CELL
                   AND WS-PV-EFF-DATE(WS-PV-SUB)
                       NOT > SU-READING-DATE
                   AND WS-PV-EFF-DATE(WS-PV-SUB)
                       NOT < WS-BEST-EFF-DATE
                   MOVE WS-PV-PRODUCT(WS-PV-SUB) TO WS-ACC-PRODUCT
                   MOVE WS-PV-EFF-DATE(WS-PV-SUB) TO WS-BEST-EFF-DATE
               END-IF
           END-PERFORM.

       4000-PRINT-COSTS.
           PERFORM 3900-WRITE-REPORT-HEADERS
           IF WS-ARCH-MISSING
               MOVE WS-WARNING-LINE TO CR-RECORD
               PERFORM 3800-WRITE-LINE
               MOVE SPACES TO CR-RECORD
               PERFORM 3800-WRITE-LINE
           END-IF
           MOVE SPACE TO WS-PREV-LEVEL
           PERFORM VARYING WS-CQ-SUB FROM 1 BY 1
               UNTIL WS-CQ-SUB > WS-CQ-COUNT
               IF WS-CQ-LEVEL(WS-CQ-SUB) NOT = WS-PREV-LEVEL
                   PERFORM 4100-WRITE-SECTION-TITLE
               END-IF
               PERFORM 4200-WRITE-COST-LINE
           END-PERFORM

           MOVE SPACES TO CR-RECORD
           PERFORM 3800-WRITE-LINE
           MOVE "ALL PLANTS" TO CQD-KEY
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3
               COMPUTE WS-LT-TOTAL(WS-PER-SUB) =
                   WS-GT-COST(WS-PER-SUB, 1)
                   + WS-GT-COST(WS-PER-SUB, 2)
                   + WS-GT-COST(WS-PER-SUB, 3)
           END-PERFORM
           MOVE WS-GT-COST(1, 1) TO CQD-FAILURE
           MOVE WS-GT-COST(1, 2) TO CQD-RETEST
           MOVE WS-GT-COST(1, 3) TO CQD-HELD
           PERFORM 4210-WRITE-COMPARISON.

       4100-WRITE-SECTION-TITLE.
           MOVE WS-CQ-LEVEL(WS-CQ-SUB) TO WS-PREV-LEVEL
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO CR-RECORD
           PERFORM 3800-WRITE-LINE
           EVALUATE WS-PREV-LEVEL
               WHEN "1"
                   MOVE "COST BY PRODUCT" TO CSL-TITLE
               WHEN "2"
                   MOVE "COST BY CELL WITHIN PLANT" TO CSL-TITLE
               WHEN OTHER
                   MOVE "COST BY PLANT" TO CSL-TITLE
           END-EVALUATE
           MOVE WS-SECTION-LINE TO CR-RECORD
           PERFORM 3800-WRITE-LINE.

       4200-WRITE-COST-LINE.
           MOVE SPACES TO CQD-KEY
           EVALUATE WS-CQ-LEVEL(WS-CQ-SUB)
               WHEN "1"
                   STRING "  PRODUCT " WS-CQ-CODE(WS-CQ-SUB)(1:6)
                       DELIMITED BY SIZE INTO CQD-KEY
               WHEN "2"
                   STRING "  " WS-CQ-CODE(WS-CQ-SUB)(1:2) " CELL "
                       WS-CQ-CODE(WS-CQ-SUB)(3:5)
                       DELIMITED BY SIZE INTO CQD-KEY
               WHEN OTHER
                   STRING "  PLANT " WS-CQ-CODE(WS-CQ-SUB)(1:2)
                       DELIMITED BY SIZE INTO CQD-KEY
           END-EVALUATE
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3
               COMPUTE WS-LT-TOTAL(WS-PER-SUB) =
                   WS-CQ-COST(WS-CQ-SUB, WS-PER-SUB, 1)
                   + WS-CQ-COST(WS-CQ-SUB, WS-PER-SUB, 2)
                   + WS-CQ-COST(WS-CQ-SUB, WS-PER-SUB, 3)
           END-PERFORM
           MOVE WS-CQ-COST(WS-CQ-SUB, 1, 1) TO CQD-FAILURE
           MOVE WS-CQ-COST(WS-CQ-SUB, 1, 2) TO CQD-RETEST
           MOVE WS-CQ-COST(WS-CQ-SUB, 1, 3) TO CQD-HELD
           PERFORM 4210-WRITE-COMPARISON.

       4210-WRITE-COMPARISON.
           MOVE WS-LT-TOTAL(1) TO CQD-TOTAL
           MOVE WS-LT-TOTAL(2) TO CQD-PRIOR
           MOVE WS-LT-TOTAL(3) TO CQD-LAST-YEAR
           COMPUTE WS-CHANGE-AMOUNT = WS-LT-TOTAL(1) - WS-LT-TOTAL(2)
           MOVE WS-CHANGE-AMOUNT TO CQD-CHG-PRIOR
           COMPUTE WS-CHANGE-AMOUNT = WS-LT-TOTAL(1) - WS-LT-TOTAL(3)
           MOVE WS-CHANGE-AMOUNT TO CQD-CHG-LAST-YEAR
           MOVE WS-COST-DETAIL TO CR-RECORD
           PERFORM 3800-WRITE-LINE.

       3800-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           WRITE CR-RECORD
           ADD 1 TO WS-LINE-COUNT.

       3900-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO CR-RECORD
           WRITE CR-RECORD

           MOVE WS-PER-YYYYMM(1) TO HDG2-MONTH
           MOVE WS-PER-YYYYMM(2) TO HDG2-PRIOR
           MOVE WS-PER-YYYYMM(3) TO HDG2-LAST-YEAR
           MOVE WS-HEADING-2 TO CR-RECORD
           WRITE CR-RECORD

           MOVE SPACES TO CR-RECORD
           WRITE CR-RECORD

           MOVE WS-HEADING-3 TO CR-RECORD
           WRITE CR-RECORD

           MOVE 0 TO WS-LINE-COUNT.

       9000-TERMINATE.
           IF WS-PAGE-COUNT = 0
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO CR-RECORD
           PERFORM 3800-WRITE-LINE
           MOVE "LIVE MASTER ROWS READ" TO TL-LABEL
           MOVE WS-LIVE-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "ARCHIVED MASTER ROWS READ" TO TL-LABEL
           MOVE WS-ARCH-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "FAILED ARTICLES WRITTEN OFF" TO TL-LABEL
           MOVE WS-SCRAP-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "RETESTS ON ARTICLES NOT RECOVERED" TO TL-LABEL
           MOVE WS-RT-FAILED-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "RETESTS ON ARTICLES RECOVERED" TO TL-LABEL
           MOVE WS-RT-PASSED-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "READINGS HELD ON SUSPENSE" TO TL-LABEL
           MOVE WS-HELD-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "READINGS NOT PRICED - NO PRODUCT COST" TO TL-LABEL
           MOVE WS-UNPRICED-COUNT TO TL-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE

           CLOSE COPQ-REPORT
           IF (WS-UNPRICED-COUNT > 0 OR WS-ARCH-MISSING)
               AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9010-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CR-RECORD
           PERFORM 3800-WRITE-LINE.
