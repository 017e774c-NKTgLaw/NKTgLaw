       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGNCR.
      ******************************************************************
      *    NKTGNCR - nonconformance (NCR) register and material review
      *    board (MRB) disposition processing.  Keeps the NCR master
      *    (NCRMSTR, NCRREC layout) so every nonconforming article
      *    carries a record of what was decided about it:
      *      - opens an NCR for every original "F" posting on the
      *        RESULTS-MASTER that has no passing ("P" or warning
      *        "W") retest posted within NKTGNCR-DAYS days of it
      *        (default 3), once those days have run out;
      *      - opens an NCR for every cell hold on HOLDMSTR, against
      *        the reading that tripped the hold;
      *      - applies the MRB's disposition transactions (NCRTRAN,
      *        NCTRNREC layout) - scrap, use-as-is, rework or
      *        return-to-vendor with the approver, the second
      *        approval a use-as-is needs, and the close, which needs
      *        a disposition;
      *      - appends every opening and accepted transaction to the
      *        disposition history (NCRHIST, NCHSTREC layout);
      *      - prints a maintenance report (NCRMRPT) showing each
      *        NCR opened and each transaction ACCEPTED or REJECTED
      *        with the reason, and an aging report (NCRAGE) of the
      *        NCRs still open.
      *    An article already on the NCR master under the same source
      *    is never opened again, so the step can be rerun freely.
      *    RETURN-CODE 8 when any transaction rejects, 16 when a file
      *    cannot be processed at all.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCR-MASTER ASSIGN TO "NCRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-NCR-KEY
               FILE STATUS IS WS-NC-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "NKTGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MASTER-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HM-STATUS.
           SELECT NCR-TRANS ASSIGN TO "NCRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.
           SELECT NCR-HISTORY ASSIGN TO "NCRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NH-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "NCRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.
           SELECT AGING-REPORT ASSIGN TO "NCRAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NCR-MASTER.
       COPY NCRREC.

       FD  RESULTS-MASTER.
       COPY RSLTMREC.

       FD  HOLD-MASTER
           RECORDING MODE IS F.
       COPY HOLDREC.

       FD  NCR-TRANS
           RECORDING MODE IS F.
       COPY NCTRNREC.

       FD  NCR-HISTORY
           RECORDING MODE IS F.
       COPY NCHSTREC.

       FD  MAINT-REPORT
           RECORDING MODE IS F.
       01  MR-RECORD               PIC X(132).

       FD  AGING-REPORT
           RECORDING MODE IS F.
       01  AR-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-NC-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-HM-STATUS        PIC XX.
       01  WS-NT-STATUS        PIC XX.
       01  WS-NH-STATUS        PIC XX.
       01  WS-MR-STATUS        PIC XX.
       01  WS-AR-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-TRN-VALID-SWITCH PIC X       VALUE "Y".
           88  WS-TRN-VALID                VALUE "Y".
       01  WS-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-ON-FILE-SWITCH   PIC X       VALUE "N".
           88  WS-NCR-ON-FILE              VALUE "Y".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC 9(8).
           05  WS-CURR-TIME        PIC 9(6).
           05  FILLER              PIC X(7).

       01  WS-RUN-DATE             PIC X(10).
       01  WS-TODAY-INT            PIC 9(8).
       01  WS-POSTED-INT           PIC 9(8).
       01  WS-RETEST-INT           PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-DAYS-X               PIC X(3)    VALUE SPACES.
       01  WS-RETEST-DAYS          PIC 9(3)    VALUE 3.
       01  WS-LAST-NCR-NO          PIC 9(8)    VALUE 0.
       01  WS-TRN-ERROR            PIC X(40).
       01  WS-NCR-SUB              PIC 9(5)    COMP.
       01  WS-PR-SUB               PIC 9(5)    COMP.
       01  WS-CONSEC-EDIT          PIC ZZZ9.

       01  WS-HIST-USER            PIC X(8).
       01  WS-HIST-ACTION          PIC X(1).
       01  WS-HIST-COMMENT         PIC X(40).

      ******************************************************************
      *    The NCR about to be opened is built here, so the master's
      *    record area stays free for the existence check.
      ******************************************************************
       COPY NCRREC REPLACING LEADING ==NC-== BY ==WN-==.

       01  WS-NCR-OPENED-F         PIC 9(6)    VALUE 0.
       01  WS-NCR-OPENED-H         PIC 9(6)    VALUE 0.
       01  WS-FAIL-CHECKED         PIC 9(6)    VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(6)    VALUE 0.
       01  WS-TRN-COUNT            PIC 9(6)    VALUE 0.
       01  WS-ACCEPT-COUNT         PIC 9(6)    VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(6)    VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(6)    VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(6)    VALUE 0.
       01  WS-AGE0-COUNT           PIC 9(6)    VALUE 0.
       01  WS-AGE7-COUNT           PIC 9(6)    VALUE 0.
       01  WS-AGE30-COUNT          PIC 9(6)    VALUE 0.

      ******************************************************************
      *    The NCRs open at the start of the run plus those opened by
      *    it: the MRB quotes the NCR number, the master is keyed by
      *    the article, so this table joins the two.  The aging
      *    report is driven from it too.
      ******************************************************************
       01  WS-NCR-COUNT            PIC 9(5)    COMP VALUE 0.
       01  WS-NCR-TABLE.
           05  WS-NCR-ENTRY OCCURS 20000 TIMES.
               10  WS-NCR-NO           PIC 9(8).
               10  WS-NCR-KEY          PIC X(13).

      ******************************************************************
      *    Passing retests on the master, by plant and the original
      *    they re-ran, with the day each posted.
      ******************************************************************
       01  WS-PASS-COUNT           PIC 9(5)    COMP VALUE 0.
       01  WS-PASS-TABLE.
           05  WS-PASS-ENTRY OCCURS 20000 TIMES.
               10  WS-PR-KEY           PIC X(12).
               10  WS-PR-RUN-DATE      PIC 9(8).
       01  WS-PASS-KEY.
           05  WS-PK-PLANT         PIC X(2).
           05  WS-PK-ORIG-ID       PIC X(10).

       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT       PIC 9(4)    VALUE 0.

       01  WS-MAINT-HEADING.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGNCR NCR MAINTENANCE REPORT".
           05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
           05  HDGM-RUN-DATE       PIC X(10).

       01  WS-MAINT-HEADING-2.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE "NCR NO".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  FILLER              PIC X(2)    VALUE "AC".
           05  FILLER              PIC X(2)    VALUE "DP".
           05  FILLER              PIC X(9)    VALUE "USER-ID".
           05  FILLER              PIC X(3)    VALUE "PLT".
           05  FILLER              PIC X(11)   VALUE "TEST-ID".
           05  FILLER              PIC X(2)    VALUE "S".
           05  FILLER              PIC X(10)   VALUE "RESULT".
           05  FILLER              PIC X(6)    VALUE "REASON".

       01  WS-MAINT-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-NCR-NO           PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  ML-ACTION           PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  ML-DISPOSITION      PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  ML-USER-ID          PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  ML-PLANT            PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  ML-TEST-ID          PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  ML-SOURCE           PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  ML-RESULT           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-REASON           PIC X(40).

       01  WS-MAINT-TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  MT-LABEL            PIC X(40).
           05  MT-COUNT            PIC ZZZZZ9.

       01  WS-AGE-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGNCR OPEN NCR AGING".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-AGE-HEADING-2.
           05  FILLER              PIC X(8)   VALUE "NCR NO".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(3)   VALUE "PLT".
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE "TEST-ID".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(1)   VALUE "S".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(5)   VALUE "CELL".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(6)   VALUE "PROD".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "EVENT DT".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "OPENED".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(5)   VALUE "  AGE".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(2)   VALUE "DP".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "APPROVER".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "2ND APPR".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(6)   VALUE "REASON".

       01  WS-AGE-DETAIL.
           05  AGD-NCR-NO          PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-PLANT           PIC X(2).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-TEST-ID         PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-SOURCE          PIC X(1).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-CELL            PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-PRODUCT         PIC X(6).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-EVENT-DATE      PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-OPEN-DATE       PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-AGE             PIC ZZZZ9.
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  AGD-DISPOSITION     PIC X(1).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  AGD-APPROVER        PIC X(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-SECOND          PIC X(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGD-REASON          PIC X(30).

       01  WS-AGE-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  AGT-LABEL           PIC X(40).
           05  AGT-COUNT           PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = 0
               PERFORM 2000-OPEN-FAILURE-NCRS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2500-OPEN-HOLD-NCRS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-PROCESS-TRANSACTIONS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-REPORT-OPEN-NCRS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(5:2) "/"
                  WS-CURRENT-DATE-TIME(7:2) "/"
                  WS-CURRENT-DATE-TIME(1:4)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)

           ACCEPT WS-DAYS-X FROM ENVIRONMENT "NKTGNCR-DAYS"
           IF WS-DAYS-X NOT = SPACES
               AND FUNCTION NUMVAL(WS-DAYS-X) > 0
               COMPUTE WS-RETEST-DAYS = FUNCTION NUMVAL(WS-DAYS-X)
           END-IF

           OPEN OUTPUT MAINT-REPORT
           IF WS-MR-STATUS NOT = "00"
               DISPLAY "NKTGNCR: UNABLE TO OPEN MAINT-REPORT, "
                   "STATUS=" WS-MR-STATUS
           END-IF
           MOVE WS-RUN-DATE TO HDGM-RUN-DATE
           MOVE WS-MAINT-HEADING TO MR-RECORD
           WRITE MR-RECORD
           MOVE SPACES TO MR-RECORD
           WRITE MR-RECORD
           MOVE WS-MAINT-HEADING-2 TO MR-RECORD
           WRITE MR-RECORD
           MOVE SPACES TO MR-RECORD
           WRITE MR-RECORD

           OPEN OUTPUT AGING-REPORT
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "NKTGNCR: UNABLE TO OPEN AGING-REPORT, "
                   "STATUS=" WS-AR-STATUS
           END-IF

           OPEN EXTEND NCR-HISTORY
           IF WS-NH-STATUS NOT = "00"
               OPEN OUTPUT NCR-HISTORY
           END-IF
           IF WS-NH-STATUS NOT = "00"
               DISPLAY "NKTGNCR: UNABLE TO OPEN NCR-HISTORY, "
                   "STATUS=" WS-NH-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = 0
               OPEN I-O NCR-MASTER
               IF WS-NC-STATUS = "35"
                   OPEN OUTPUT NCR-MASTER
                   CLOSE NCR-MASTER
                   OPEN I-O NCR-MASTER
               END-IF
               IF WS-NC-STATUS NOT = "00"
                   DISPLAY "NKTGNCR: UNABLE TO OPEN NCR-MASTER, "
                       "STATUS=" WS-NC-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 1100-LOAD-OPEN-NCRS
               END-IF
           END-IF

           IF RETURN-CODE = 0
               OPEN INPUT RESULTS-MASTER
               IF WS-RM-STATUS NOT = "00"
                   DISPLAY "NKTGNCR: UNABLE TO OPEN RESULTS-MASTER, "
                       "STATUS=" WS-RM-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      *    One pass of the NCR master finds the highest number issued
      *    and the NCRs still open.  A truncated table would reject
      *    good MRB transactions, so an overflow stops the run.
      ******************************************************************
       1100-LOAD-OPEN-NCRS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ NCR-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF NC-NCR-NO > WS-LAST-NCR-NO
                           MOVE NC-NCR-NO TO WS-LAST-NCR-NO
                       END-IF
                       IF NC-OPEN
                           PERFORM 1110-STORE-OPEN-NCR
                       END-IF
               END-READ
           END-PERFORM.

       1110-STORE-OPEN-NCR.
           IF WS-NCR-COUNT >= 20000
               DISPLAY "NKTGNCR: MORE THAN 20000 OPEN NCRS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-NCR-COUNT
               MOVE NC-NCR-NO TO WS-NCR-NO(WS-NCR-COUNT)
               MOVE NC-NCR-KEY TO WS-NCR-KEY(WS-NCR-COUNT)
           END-IF.

      ******************************************************************
      *    The retests of an original can only be found by a
      *    sequential scan (the master is keyed by the retest's own
      *    TEST-ID), so the passing retests are collected first and
      *    the master is then read again for the failed originals.
      ******************************************************************
       2000-OPEN-FAILURE-NCRS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ RESULTS-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF RM-ORIG-TEST-ID NOT = SPACES
                           AND (RM-PASS-FAIL = "P"
                           OR RM-PASS-FAIL = "W")
                           PERFORM 2010-STORE-PASSING-RETEST
                       END-IF
               END-READ
           END-PERFORM

           IF RETURN-CODE = 0
               CLOSE RESULTS-MASTER
               OPEN INPUT RESULTS-MASTER
               IF WS-RM-STATUS NOT = "00"
                   DISPLAY "NKTGNCR: UNABLE TO REOPEN RESULTS-MASTER, "
                       "STATUS=" WS-RM-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = 0
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ RESULTS-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RM-ORIG-TEST-ID = SPACES
                               AND RM-PASS-FAIL = "F"
                               PERFORM 2100-CHECK-FAILED-ORIGINAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2010-STORE-PASSING-RETEST.
           IF WS-PASS-COUNT >= 20000
               DISPLAY "NKTGNCR: MORE THAN 20000 PASSING RETESTS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PASS-COUNT
               IF RM-PLANT-CODE = SPACES
                   MOVE "01" TO WS-PK-PLANT
               ELSE
                   MOVE RM-PLANT-CODE TO WS-PK-PLANT
               END-IF
               MOVE RM-ORIG-TEST-ID TO WS-PK-ORIG-ID
               MOVE WS-PASS-KEY TO WS-PR-KEY(WS-PASS-COUNT)
               MOVE RM-RUN-DATE TO WS-PR-RUN-DATE(WS-PASS-COUNT)
           END-IF.

      ******************************************************************
      *    A failure is given its retest window in days from the
      *    run that posted it.  Until the window has run out no NCR
      *    is raised; after it, a passing retest posted inside the
      *    window clears the article and anything else leaves it
      *    nonconforming.
      ******************************************************************
       2100-CHECK-FAILED-ORIGINAL.
           IF RM-RUN-DATE NUMERIC AND RM-RUN-DATE > 0
               COMPUTE WS-POSTED-INT =
                   FUNCTION INTEGER-OF-DATE(RM-RUN-DATE)
           ELSE
               MOVE WS-TODAY-INT TO WS-POSTED-INT
           END-IF
           IF WS-TODAY-INT - WS-POSTED-INT > WS-RETEST-DAYS
               ADD 1 TO WS-FAIL-CHECKED
               IF RM-PLANT-CODE = SPACES
                   MOVE "01" TO WS-PK-PLANT
               ELSE
                   MOVE RM-PLANT-CODE TO WS-PK-PLANT
               END-IF
               MOVE RM-TEST-ID TO WS-PK-ORIG-ID
               PERFORM 2110-FIND-PASSING-RETEST
               IF NOT WS-FOUND
                   MOVE SPACES TO WN-RECORD
                   MOVE WS-PK-PLANT TO WN-PLANT-CODE
                   MOVE RM-TEST-ID TO WN-TEST-ID
                   MOVE "F" TO WN-SOURCE
                   MOVE RM-TEST-CELL TO WN-TEST-CELL
                   MOVE RM-PRODUCT-CODE TO WN-PRODUCT-CODE
                   IF RM-READING-DATE NUMERIC AND RM-READING-DATE > 0
                       MOVE RM-READING-DATE TO WN-EVENT-DATE
                   ELSE
                       MOVE RM-RUN-DATE TO WN-EVENT-DATE
                   END-IF
                   MOVE "FAIL - NO PASSING RETEST" TO WN-REASON
                   PERFORM 2300-OPEN-NCR-IF-NEW
               END-IF
           END-IF.

       2110-FIND-PASSING-RETEST.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PASS-COUNT OR WS-FOUND
               IF WS-PR-KEY(WS-PR-SUB) = WS-PASS-KEY
                   IF WS-PR-RUN-DATE(WS-PR-SUB) NUMERIC
                       AND WS-PR-RUN-DATE(WS-PR-SUB) > 0
                       COMPUTE WS-RETEST-INT = FUNCTION
                           INTEGER-OF-DATE(WS-PR-RUN-DATE(WS-PR-SUB))
                       IF WS-RETEST-INT - WS-POSTED-INT
                           NOT > WS-RETEST-DAYS
                           MOVE "Y" TO WS-FOUND-SWITCH
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    An article already on the NCR master under this source -
      *    open or closed - keeps the NCR it has.
      ******************************************************************
       2300-OPEN-NCR-IF-NEW.
           MOVE WN-NCR-KEY TO NC-NCR-KEY
           READ NCR-MASTER
               INVALID KEY
                   PERFORM 2310-WRITE-NEW-NCR
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       2310-WRITE-NEW-NCR.
           IF WS-NCR-COUNT >= 20000
               DISPLAY "NKTGNCR: MORE THAN 20000 OPEN NCRS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-LAST-NCR-NO
               MOVE WS-LAST-NCR-NO TO WN-NCR-NO
               MOVE WS-CURR-DATE TO WN-OPEN-DATE
               MOVE "O" TO WN-STATUS
               MOVE SPACE TO WN-DISPOSITION
               MOVE SPACES TO WN-DISP-APPROVER
               MOVE 0 TO WN-DISP-DATE
               MOVE SPACES TO WN-SECOND-APPROVER
               MOVE 0 TO WN-SECOND-DATE
               MOVE SPACES TO WN-CLOSED-BY
               MOVE 0 TO WN-CLOSE-DATE
               MOVE WN-RECORD TO NC-RECORD
               WRITE NC-RECORD
                   INVALID KEY
                       DISPLAY "NKTGNCR: NCR-MASTER WRITE FAILED FOR "
                           NC-NCR-KEY ", STATUS=" WS-NC-STATUS
                       MOVE "Y" TO WS-EOF-SWITCH
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 2320-RECORD-NEW-NCR
               END-WRITE
           END-IF.

       2320-RECORD-NEW-NCR.
           ADD 1 TO WS-NCR-COUNT
           MOVE NC-NCR-NO TO WS-NCR-NO(WS-NCR-COUNT)
           MOVE NC-NCR-KEY TO WS-NCR-KEY(WS-NCR-COUNT)
           IF NC-FROM-HOLD
               ADD 1 TO WS-NCR-OPENED-H
           ELSE
               ADD 1 TO WS-NCR-OPENED-F
           END-IF

           MOVE "NKTGNCR" TO WS-HIST-USER
           MOVE "O" TO WS-HIST-ACTION
           MOVE NC-REASON TO WS-HIST-COMMENT
           PERFORM 3300-WRITE-HISTORY

           MOVE SPACES TO WS-MAINT-LINE
           MOVE NC-NCR-NO TO ML-NCR-NO
           MOVE "O" TO ML-ACTION
           MOVE "NKTGNCR" TO ML-USER-ID
           MOVE NC-PLANT-CODE TO ML-PLANT
           MOVE NC-TEST-ID TO ML-TEST-ID
           MOVE NC-SOURCE TO ML-SOURCE
           MOVE "OPENED" TO ML-RESULT
           MOVE NC-REASON TO ML-REASON
           MOVE WS-MAINT-LINE TO MR-RECORD
           WRITE MR-RECORD.

      ******************************************************************
      *    No hold master just means no cell is on hold.  The NCR is
      *    raised against the reading that tripped the hold; a hold
      *    carried from before the tripping TEST-ID was kept on
      *    HOLDMSTR is raised against its cell instead.
      ******************************************************************
       2500-OPEN-HOLD-NCRS.
           OPEN INPUT HOLD-MASTER
           IF WS-HM-STATUS NOT = "00"
               DISPLAY "NKTGNCR: NO HOLD MASTER, STATUS=" WS-HM-STATUS
           ELSE
               PERFORM UNTIL WS-HM-STATUS NOT = "00"
                   READ HOLD-MASTER
                       AT END
                           MOVE "10" TO WS-HM-STATUS
                       NOT AT END
                           ADD 1 TO WS-HOLD-COUNT
                           PERFORM 2510-CHECK-HOLD
                   END-READ
                   IF RETURN-CODE NOT = 0
                       MOVE "10" TO WS-HM-STATUS
                   END-IF
               END-PERFORM
               CLOSE HOLD-MASTER
           END-IF.

       2510-CHECK-HOLD.
           MOVE SPACES TO WN-RECORD
           IF HM-PLANT-CODE = SPACES
               MOVE "01" TO WN-PLANT-CODE
           ELSE
               MOVE HM-PLANT-CODE TO WN-PLANT-CODE
           END-IF
           IF HM-TEST-ID = SPACES
               MOVE HM-TEST-CELL TO WN-TEST-ID
           ELSE
               MOVE HM-TEST-ID TO WN-TEST-ID
           END-IF
           MOVE "H" TO WN-SOURCE
           MOVE HM-TEST-CELL TO WN-TEST-CELL
           IF HM-HOLD-DATE NUMERIC
               MOVE HM-HOLD-DATE TO WN-EVENT-DATE
           ELSE
               MOVE WS-CURR-DATE TO WN-EVENT-DATE
           END-IF
           IF HM-CONSEC-COUNT NUMERIC
               MOVE HM-CONSEC-COUNT TO WS-CONSEC-EDIT
           ELSE
               MOVE 0 TO WS-CONSEC-EDIT
           END-IF
           STRING "CELL HOLD -" WS-CONSEC-EDIT " CONSEC OOS"
               DELIMITED BY SIZE INTO WN-REASON

           IF HM-TEST-ID NOT = SPACES
               MOVE WN-PLANT-CODE TO RM-PLANT-CODE
               MOVE HM-TEST-ID TO RM-TEST-ID
               READ RESULTS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RM-PRODUCT-CODE TO WN-PRODUCT-CODE
               END-READ
           END-IF
           PERFORM 2300-OPEN-NCR-IF-NEW.

      ******************************************************************
      *    No transaction file just means the MRB has not sat since
      *    the last run.
      ******************************************************************
       3000-PROCESS-TRANSACTIONS.
           OPEN INPUT NCR-TRANS
           IF WS-NT-STATUS NOT = "00"
               DISPLAY "NKTGNCR: NO NCR-TRANS FILE, STATUS="
                   WS-NT-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ NCR-TRANS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 3050-PROCESS-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE NCR-TRANS
           END-IF.

       3050-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRN-COUNT
           PERFORM 3100-VALIDATE-TRANSACTION
           IF WS-TRN-VALID
               PERFORM 3200-APPLY-TRANSACTION
           END-IF
           PERFORM 3800-WRITE-MAINT-LINE.

       3100-VALIDATE-TRANSACTION.
           MOVE "Y" TO WS-TRN-VALID-SWITCH
           MOVE "N" TO WS-ON-FILE-SWITCH
           MOVE SPACES TO WS-TRN-ERROR

           IF NOT (NT-DISPOSE OR NT-SECOND-APPROVAL OR NT-CLOSE)
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "ACTION MUST BE D, A OR C" TO WS-TRN-ERROR
           ELSE
               IF NT-USER-ID = SPACES
                   MOVE "N" TO WS-TRN-VALID-SWITCH
                   MOVE "APPROVER USER-ID IS REQUIRED" TO WS-TRN-ERROR
               ELSE
                   IF NT-NCR-NO NOT NUMERIC
                       MOVE "N" TO WS-TRN-VALID-SWITCH
                       MOVE "NCR NUMBER MUST BE NUMERIC"
                           TO WS-TRN-ERROR
                   ELSE
                       PERFORM 3110-FIND-NCR
                       IF WS-NCR-ON-FILE
                           PERFORM 3120-CHECK-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    An NCR closed before this run is not in the table, so a
      *    transaction against it is refused here.
      ******************************************************************
       3110-FIND-NCR.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-NCR-SUB FROM 1 BY 1
               UNTIL WS-NCR-SUB > WS-NCR-COUNT OR WS-FOUND
               IF WS-NCR-NO(WS-NCR-SUB) = NT-NCR-NO
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE WS-NCR-KEY(WS-NCR-SUB) TO NC-NCR-KEY
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "NCR NOT ON FILE OR ALREADY CLOSED"
                   TO WS-TRN-ERROR
           ELSE
               READ NCR-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-TRN-VALID-SWITCH
                       MOVE "NCR MISSING FROM NCR MASTER"
                           TO WS-TRN-ERROR
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-FILE-SWITCH
               END-READ
           END-IF.

       3120-CHECK-ACTION.
           IF NC-CLOSED
               MOVE "N" TO WS-TRN-VALID-SWITCH
               MOVE "NCR ALREADY CLOSED" TO WS-TRN-ERROR
           ELSE
               EVALUATE TRUE
                   WHEN NT-DISPOSE
                       IF NOT NT-DISPOSITION-VALID
                           MOVE "N" TO WS-TRN-VALID-SWITCH
                           MOVE "DISPOSITION MUST BE S, U, R OR V"
                               TO WS-TRN-ERROR
                       END-IF
                   WHEN NT-SECOND-APPROVAL
                       IF NOT NC-USE-AS-IS
                           MOVE "N" TO WS-TRN-VALID-SWITCH
                           MOVE "SECOND APPROVAL IS FOR USE-AS-IS ONLY"
                               TO WS-TRN-ERROR
                       END-IF
                       IF WS-TRN-VALID
                           AND NT-USER-ID = NC-DISP-APPROVER
                           MOVE "N" TO WS-TRN-VALID-SWITCH
                           MOVE "SECOND APPROVER MUST NOT BE FIRST"
                               TO WS-TRN-ERROR
                       END-IF
                       IF WS-TRN-VALID
                           AND NC-SECOND-APPROVER NOT = SPACES
                           MOVE "N" TO WS-TRN-VALID-SWITCH
                           MOVE "USE-AS-IS ALREADY SECOND-APPROVED"
                               TO WS-TRN-ERROR
                       END-IF
                   WHEN NT-CLOSE
                       IF NC-NO-DISPOSITION
                           MOVE "N" TO WS-TRN-VALID-SWITCH
                           MOVE "NO DISPOSITION - NCR CANNOT CLOSE"
                               TO WS-TRN-ERROR
                       ELSE
                           IF NC-USE-AS-IS
                               AND NC-SECOND-APPROVER = SPACES
                               MOVE "N" TO WS-TRN-VALID-SWITCH
                               MOVE "USE-AS-IS NEEDS A SECOND APPROVER"
                                   TO WS-TRN-ERROR
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       3200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN NT-DISPOSE
                   MOVE NT-DISPOSITION TO NC-DISPOSITION
                   MOVE NT-USER-ID TO NC-DISP-APPROVER
                   MOVE WS-CURR-DATE TO NC-DISP-DATE
                   MOVE SPACES TO NC-SECOND-APPROVER
                   MOVE 0 TO NC-SECOND-DATE
               WHEN NT-SECOND-APPROVAL
                   MOVE NT-USER-ID TO NC-SECOND-APPROVER
                   MOVE WS-CURR-DATE TO NC-SECOND-DATE
               WHEN NT-CLOSE
                   MOVE "C" TO NC-STATUS
                   MOVE NT-USER-ID TO NC-CLOSED-BY
                   MOVE WS-CURR-DATE TO NC-CLOSE-DATE
           END-EVALUATE
           REWRITE NC-RECORD
               INVALID KEY
                   DISPLAY "NKTGNCR: NCR-MASTER REWRITE FAILED FOR "
                       NC-NCR-KEY ", STATUS=" WS-NC-STATUS
                   MOVE "N" TO WS-TRN-VALID-SWITCH
                   MOVE "NCR MASTER REWRITE FAILED" TO WS-TRN-ERROR
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   IF NC-CLOSED
                       ADD 1 TO WS-CLOSED-COUNT
                   END-IF
                   MOVE NT-USER-ID TO WS-HIST-USER
                   MOVE NT-ACTION TO WS-HIST-ACTION
                   MOVE NT-COMMENT TO WS-HIST-COMMENT
                   PERFORM 3300-WRITE-HISTORY
           END-REWRITE.

       3300-WRITE-HISTORY.
           MOVE SPACES TO NH-RECORD
           MOVE WS-CURR-DATE TO NH-CHANGE-DATE
           MOVE WS-CURR-TIME TO NH-CHANGE-TIME
           MOVE WS-HIST-USER TO NH-USER-ID
           MOVE NC-NCR-NO TO NH-NCR-NO
           MOVE WS-HIST-ACTION TO NH-ACTION
           MOVE NC-PLANT-CODE TO NH-PLANT-CODE
           MOVE NC-TEST-ID TO NH-TEST-ID
           MOVE NC-SOURCE TO NH-SOURCE
           MOVE NC-DISPOSITION TO NH-DISPOSITION
           MOVE NC-STATUS TO NH-STATUS
           MOVE WS-HIST-COMMENT TO NH-COMMENT
           WRITE NH-RECORD.

       3800-WRITE-MAINT-LINE.
           MOVE SPACES TO WS-MAINT-LINE
           MOVE NT-NCR-NO TO ML-NCR-NO
           MOVE NT-ACTION TO ML-ACTION
           MOVE NT-DISPOSITION TO ML-DISPOSITION
           MOVE NT-USER-ID TO ML-USER-ID
           IF WS-NCR-ON-FILE
               MOVE NC-PLANT-CODE TO ML-PLANT
               MOVE NC-TEST-ID TO ML-TEST-ID
               MOVE NC-SOURCE TO ML-SOURCE
           END-IF
           IF WS-TRN-VALID
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE "ACCEPTED" TO ML-RESULT
               MOVE NT-COMMENT TO ML-REASON
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO ML-RESULT
               MOVE WS-TRN-ERROR TO ML-REASON
           END-IF
           MOVE WS-MAINT-LINE TO MR-RECORD
           WRITE MR-RECORD.

      ******************************************************************
      *    Age is counted in days from the day the NCR was opened.
      ******************************************************************
       4000-REPORT-OPEN-NCRS.
           PERFORM VARYING WS-NCR-SUB FROM 1 BY 1
               UNTIL WS-NCR-SUB > WS-NCR-COUNT
               MOVE WS-NCR-KEY(WS-NCR-SUB) TO NC-NCR-KEY
               READ NCR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NC-OPEN
                           PERFORM 4100-AGE-OPEN-NCR
                       END-IF
               END-READ
           END-PERFORM.

       4100-AGE-OPEN-NCR.
           ADD 1 TO WS-OPEN-COUNT
           IF NC-OPEN-DATE NUMERIC AND NC-OPEN-DATE > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(NC-OPEN-DATE)
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= 30
                   ADD 1 TO WS-AGE30-COUNT
               WHEN WS-AGE-DAYS >= 7
                   ADD 1 TO WS-AGE7-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE0-COUNT
           END-EVALUATE

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               OR WS-LINE-COUNT = 0
               PERFORM 4900-WRITE-AGING-HEADERS
           END-IF
           MOVE SPACES TO WS-AGE-DETAIL
           MOVE NC-NCR-NO TO AGD-NCR-NO
           MOVE NC-PLANT-CODE TO AGD-PLANT
           MOVE NC-TEST-ID TO AGD-TEST-ID
           MOVE NC-SOURCE TO AGD-SOURCE
           MOVE NC-TEST-CELL TO AGD-CELL
           MOVE NC-PRODUCT-CODE TO AGD-PRODUCT
           MOVE NC-EVENT-DATE TO AGD-EVENT-DATE
           MOVE NC-OPEN-DATE TO AGD-OPEN-DATE
           MOVE WS-AGE-DAYS TO AGD-AGE
           MOVE NC-DISPOSITION TO AGD-DISPOSITION
           MOVE NC-DISP-APPROVER TO AGD-APPROVER
           MOVE NC-SECOND-APPROVER TO AGD-SECOND
           MOVE NC-REASON TO AGD-REASON
           MOVE WS-AGE-DETAIL TO AR-RECORD
           WRITE AR-RECORD
           ADD 1 TO WS-LINE-COUNT.

       4900-WRITE-AGING-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-AGE-HEADING-1 TO AR-RECORD
           WRITE AR-RECORD

           MOVE SPACES TO AR-RECORD
           WRITE AR-RECORD

           MOVE WS-AGE-HEADING-2 TO AR-RECORD
           WRITE AR-RECORD

           MOVE SPACES TO AR-RECORD
           WRITE AR-RECORD

           MOVE 0 TO WS-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO MR-RECORD
           WRITE MR-RECORD
           MOVE "FAILURES PAST RETEST WINDOW CHECKED" TO MT-LABEL
           MOVE WS-FAIL-CHECKED TO MT-COUNT
           PERFORM 9010-WRITE-MAINT-TOTAL
           MOVE "NCRS OPENED - FAIL WITH NO RETEST" TO MT-LABEL
           MOVE WS-NCR-OPENED-F TO MT-COUNT
           PERFORM 9010-WRITE-MAINT-TOTAL
           MOVE "CELL HOLDS READ" TO MT-LABEL
           MOVE WS-HOLD-COUNT TO MT-COUNT
           PERFORM 9010-WRITE-MAINT-TOTAL
           MOVE "NCRS OPENED - CELL HOLD" TO MT-LABEL
           MOVE WS-NCR-OPENED-H TO MT-COUNT
           PERFORM 9010-WRITE-MAINT-TOTAL
           MOVE "TRANSACTIONS READ" TO MT-LABEL
           MOVE WS-TRN-COUNT TO MT-COUNT
           PERFORM 9010-WRITE-MAINT-TOTAL
           MOVE "TRANSACTIONS ACCEPTED" TO MT-LABEL
           MOVE WS-ACCEPT-COUNT TO MT-COUNT
           PERFORM 9010-WRITE-MAINT-TOTAL
           MOVE "TRANSACTIONS REJECTED" TO MT-LABEL
           MOVE WS-REJECT-COUNT TO MT-COUNT
           PERFORM 9010-WRITE-MAINT-TOTAL
           MOVE "NCRS CLOSED" TO MT-LABEL
           MOVE WS-CLOSED-COUNT TO MT-COUNT
           PERFORM 9010-WRITE-MAINT-TOTAL

           IF WS-PAGE-COUNT = 0
               PERFORM 4900-WRITE-AGING-HEADERS
           END-IF
           MOVE SPACES TO AR-RECORD
           WRITE AR-RECORD
           MOVE "NCRS OPEN" TO AGT-LABEL
           MOVE WS-OPEN-COUNT TO AGT-COUNT
           PERFORM 9020-WRITE-AGING-TOTAL
           MOVE "OPEN UNDER 7 DAYS" TO AGT-LABEL
           MOVE WS-AGE0-COUNT TO AGT-COUNT
           PERFORM 9020-WRITE-AGING-TOTAL
           MOVE "OPEN 7-29 DAYS" TO AGT-LABEL
           MOVE WS-AGE7-COUNT TO AGT-COUNT
           PERFORM 9020-WRITE-AGING-TOTAL
           MOVE "OPEN 30 DAYS OR MORE" TO AGT-LABEL
           MOVE WS-AGE30-COUNT TO AGT-COUNT
           PERFORM 9020-WRITE-AGING-TOTAL

           IF WS-NC-STATUS = "00" OR WS-NC-STATUS = "10"
               OR WS-NC-STATUS = "23"
               CLOSE NCR-MASTER
           END-IF
           IF WS-RM-STATUS = "00" OR WS-RM-STATUS = "10"
               OR WS-RM-STATUS = "23"
               CLOSE RESULTS-MASTER
           END-IF
           IF WS-NH-STATUS = "00"
               CLOSE NCR-HISTORY
           END-IF
           CLOSE MAINT-REPORT
           CLOSE AGING-REPORT
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               DISPLAY "NKTGNCR: " WS-REJECT-COUNT
                   " TRANSACTION(S) REJECTED, RETURN-CODE 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

       9010-WRITE-MAINT-TOTAL.
           MOVE WS-MAINT-TOTAL-LINE TO MR-RECORD
           WRITE MR-RECORD.

       9020-WRITE-AGING-TOTAL.
           MOVE WS-AGE-TOTAL-LINE TO AR-RECORD
           WRITE AR-RECORD.
