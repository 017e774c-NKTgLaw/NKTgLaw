       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGCOC.
      ******************************************************************
      *    NKTGCOC - Certificate of Conformance per customer lot.
      *    Reads the lot-assignment file (LOTASSGN, LOTREC layout),
      *    sorted into customer lot order, and prints one certificate
      *    per lot (COCRPT) from the RESULTS-MASTER: every reading's
      *    P, NKTG1 and NKTG2, pass/fail flag and operator, the
      *    TOLERANCE-SPEC limits in effect on the reading date, the
      *    retest history (RM-ORIG-TEST-ID / RM-RETEST-SEQ) and the
      *    quality system's acknowledgement (RM-ACK-FLAG).
      *    A lot is blocked - no certificate - when any of its
      *    readings:
      *      - sits on the SUSPENSE file behind a cell hold;
      *      - is not on the results master at all;
      *      - failed ("F") with no later passing retest of the same
      *        article;
      *      - has not been acknowledged by the quality system.
      *    Blocked lots are listed on the blocked-lot report
      *    (COCBLOCK) with the reason for every reading holding them.
      *    Every reading shows the number of any NCR raised against
      *    it on the NCR master (NCRMSTR, kept by NKTGNCR), on the
      *    certificate and on the blocked-lot report alike.
      *    Environment NKTGCOC-LOT limits the run to one customer
      *    lot; blank prints every lot on the file.
      *    RETURN-CODE 8 when any lot is blocked, 16 when a file
      *    cannot be processed at all.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-ASSIGN ASSIGN TO "LOTASSGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "NKTGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MASTER-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT TOLERANCE-SPEC ASSIGN TO "TOLSPEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT COC-REPORT ASSIGN TO "COCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT BLOCK-REPORT ASSIGN TO "COCBLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
           SELECT NCR-MASTER ASSIGN TO "NCRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NC-NCR-KEY
               FILE STATUS IS WS-NC-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  LOT-ASSIGN
           RECORDING MODE IS F.
       COPY LOTREC.

       FD  RESULTS-MASTER.
       COPY RSLTMREC.

       FD  TOLERANCE-SPEC
           RECORDING MODE IS F.
       COPY TOLREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY TESTREC REPLACING LEADING ==TR-== BY ==SU-==.

       FD  COC-REPORT
           RECORDING MODE IS F.
       01  CC-RECORD               PIC X(132).

       FD  BLOCK-REPORT
           RECORDING MODE IS F.
       01  BL-RECORD               PIC X(132).

       FD  NCR-MASTER.
       COPY NCRREC.

       SD  SORT-WORK.
       COPY LOTREC REPLACING LEADING ==LT-== BY ==SW-==.

       WORKING-STORAGE SECTION.
       01  WS-LT-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-TS-STATUS        PIC XX.
       01  WS-SU-STATUS        PIC XX.
       01  WS-CC-STATUS        PIC XX.
       01  WS-BL-STATUS        PIC XX.
       01  WS-NC-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-LOT-OPEN-SWITCH  PIC X       VALUE "N".
           88  WS-LOT-OPEN                 VALUE "Y".
       01  WS-LOT-BLOCK-SWITCH PIC X       VALUE "N".
           88  WS-LOT-BLOCKED              VALUE "Y".
       01  WS-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-NCR-SWITCH       PIC X       VALUE "N".
           88  WS-NCR-AVAILABLE            VALUE "Y".

       01  WS-SEL-LOT          PIC X(12)   VALUE SPACES.
       01  WS-READ-PLANT       PIC X(2).
       01  WS-CHK-ORIG-ID      PIC X(10).
       01  WS-CHK-SEQ          PIC 9(2).
       01  WS-BLOCK-REASON     PIC X(40).
       01  WS-BEST-EFF-DATE    PIC 9(8).
       01  WS-LR-SUB           PIC 9(4)    COMP.
       01  WS-RT-SUB           PIC 9(5)    COMP.
       01  WS-SP-SUB           PIC 9(5)    COMP.
       01  WS-TV-SUB           PIC 9(4)    COMP.
       01  WS-TV-BEST          PIC 9(4)    COMP.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  FILLER              PIC X(13).

       01  WS-RUN-DATE             PIC X(10).

       01  WS-LOTREC-COUNT         PIC 9(6)    VALUE 0.
       01  WS-LOT-COUNT            PIC 9(6)    VALUE 0.
       01  WS-CERT-COUNT           PIC 9(6)    VALUE 0.
       01  WS-BLOCKED-COUNT        PIC 9(6)    VALUE 0.

      ******************************************************************
      *    Every TOLERANCE-SPEC version on file, so each reading is
      *    shown against the limits in effect on the day it was
      *    taken, not the limits in effect today.
      ******************************************************************
       01  WS-TV-COUNT             PIC 9(4)    VALUE 0.
       01  WS-TV-TABLE.
           05  WS-TV-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-TV-COUNT
                   INDEXED BY WS-TV-IDX.
               10  WS-TV-PLANT          PIC X(2).
               10  WS-TV-CELL           PIC X(5).
               10  WS-TV-EFF-DATE       PIC 9(8).
               10  WS-TV-NKTG1-LOW      PIC 9(3)V9(2).
               10  WS-TV-NKTG1-HIGH     PIC 9(3)V9(2).
               10  WS-TV-NKTG2-LOW      PIC 9(3)V9(2).
               10  WS-TV-NKTG2-HIGH     PIC 9(3)V9(2).

      ******************************************************************
      *    Plant/TEST-IDs sitting on the suspense file - a reading
      *    held behind a cell hold has not been judged yet, so its
      *    lot cannot be certified.
      ******************************************************************
       01  WS-SUSP-COUNT           PIC 9(5)    COMP VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ID OCCURS 20000 TIMES
                                   PIC X(12).
       01  WS-SUSP-KEY.
           05  WS-SK-PLANT         PIC X(2).
           05  WS-SK-TEST-ID       PIC X(10).

      ******************************************************************
      *    Retest rows collected by a sequential scan of the master
      *    before the lots are read, the same way NKTGRTST collects
      *    them: the master is keyed by the retest's own TEST-ID, so
      *    the retests of an original can only be found this way.
      ******************************************************************
       01  WS-RETEST-COUNT         PIC 9(5)    COMP VALUE 0.
       01  WS-RETEST-TABLE.
           05  WS-RETEST-ENTRY OCCURS 5000 TIMES.
               10  WS-RT-PLANT         PIC X(2).
               10  WS-RT-TEST-ID       PIC X(10).
               10  WS-RT-ORIG-ID       PIC X(10).
               10  WS-RT-SEQ           PIC 9(2).
               10  WS-RT-PASS-FAIL     PIC X(1).

      ******************************************************************
      *    The readings of the lot in hand, gathered until the lot
      *    breaks so the whole lot is judged before a certificate is
      *    started.
      ******************************************************************
       01  WS-LOT-CUST-LOT         PIC X(12).
       01  WS-LOT-SHIP-ORDER       PIC X(10).
       01  WS-LOT-CUSTOMER         PIC X(10).
       01  WS-LR-COUNT             PIC 9(4)    VALUE 0.
       01  WS-LR-TABLE.
           05  WS-LR-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-LR-COUNT.
               10  WS-LR-PLANT          PIC X(2).
               10  WS-LR-TEST-ID        PIC X(10).
               10  WS-LR-CELL           PIC X(5).
               10  WS-LR-P              PIC 9(3)V9(2).
               10  WS-LR-NKTG1          PIC 9(3)V9(2).
               10  WS-LR-NKTG2          PIC 9(3)V9(2).
               10  WS-LR-PASS-FAIL      PIC X(1).
               10  WS-LR-OPERATOR       PIC X(8).
               10  WS-LR-READ-DATE      PIC 9(8).
               10  WS-LR-ORIG-ID        PIC X(10).
               10  WS-LR-RETEST-SEQ     PIC 9(2).
               10  WS-LR-ACK-FLAG       PIC X(1).
               10  WS-LR-REASON         PIC X(40).
               10  WS-LR-NCR-NO         PIC X(8).

       01  WS-LINES-PER-PAGE       PIC 9(4)    VALUE 60.
       01  WS-CC-LINE-COUNT        PIC 9(4)    VALUE 0.
       01  WS-CC-PAGE-COUNT        PIC 9(4)    VALUE 0.
       01  WS-BL-LINE-COUNT        PIC 9(4)    VALUE 0.
       01  WS-BL-PAGE-COUNT        PIC 9(4)    VALUE 0.

       01  WS-COC-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "CERTIFICATE OF CONFORMANCE".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-COC-HEADING-LOT.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(15)  VALUE "CUSTOMER LOT: ".
           05  HDGL-CUST-LOT       PIC X(12).
           05  FILLER              PIC X(15)  VALUE "  SHIP ORDER: ".
           05  HDGL-SHIP-ORDER     PIC X(10).
           05  FILLER              PIC X(13)  VALUE "  CUSTOMER: ".
           05  HDGL-CUSTOMER       PIC X(10).

       01  WS-COC-HEADING-2.
           05  FILLER              PIC X(3)   VALUE "PLT".
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE "TEST-ID".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(5)   VALUE "CELL".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "READ DT".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(6)   VALUE "     P".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(6)   VALUE " NKTG1".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(6)   VALUE " NKTG2".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(2)   VALUE "PF".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "OPERATOR".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(13)  VALUE "NKTG1 LIMITS".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(13)  VALUE "NKTG2 LIMITS".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE "RETEST OF".
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  FILLER              PIC X(3)   VALUE "SEQ".
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  FILLER              PIC X(3)   VALUE "ACK".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "NCR NO".

       01  WS-COC-DETAIL.
           05  CCD-PLANT           PIC X(2).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-TEST-ID         PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-CELL            PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-READ-DATE       PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-P               PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-NKTG1           PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-NKTG2           PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-PASS-FAIL       PIC X(1).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  CCD-OPERATOR        PIC X(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-N1-LOW          PIC ZZ9.99.
           05  CCD-N1-DASH         PIC X(1)   VALUE "-".
           05  CCD-N1-HIGH         PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-N2-LOW          PIC ZZ9.99.
           05  CCD-N2-DASH         PIC X(1)   VALUE "-".
           05  CCD-N2-HIGH         PIC ZZ9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-ORIG-ID         PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-SEQ             PIC Z9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CCD-ACK             PIC X(1).
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  CCD-NCR-NO          PIC X(8).

       01  WS-COC-RETEST-LINE.
           05  FILLER              PIC X(16)  VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "RETEST ".
           05  CCR-SEQ             PIC Z9.
           05  FILLER              PIC X(2)   VALUE ": ".
           05  CCR-TEST-ID         PIC X(10).
           05  FILLER              PIC X(12)  VALUE "  PASS/FAIL ".
           05  CCR-PASS-FAIL       PIC X(1).

       01  WS-COC-NO-SPEC-LINE.
           05  FILLER              PIC X(16)  VALUE SPACES.
           05  FILLER              PIC X(45)
               VALUE "NO TOLERANCE-SPEC IN EFFECT ON READING DATE".

       01  WS-COC-STATEMENT-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(36)
               VALUE "WE CERTIFY THAT THE ARTICLES OF THE ".
           05  FILLER              PIC X(34)
               VALUE "LOT ABOVE WERE TESTED AS RECORDED ".
           05  FILLER              PIC X(36)
               VALUE "AND CONFORM TO THE TOLERANCES SHOWN.".

       01  WS-COC-STATEMENT-2.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(18)
               VALUE "READINGS ON LOT: ".
           05  CCS-READINGS        PIC ZZZ9.

       01  WS-COC-SIGNATURE.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(18)
               VALUE "QUALITY APPROVAL: ".
           05  FILLER              PIC X(32)  VALUE ALL "_".
           05  FILLER              PIC X(8)   VALUE "  DATE: ".
           05  FILLER              PIC X(14)  VALUE ALL "_".

       01  WS-BLK-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGCOC BLOCKED-LOT REPORT".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDGB-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDGB-PAGE           PIC ZZZ9.

       01  WS-BLK-HEADING-2.
           05  FILLER              PIC X(12)  VALUE "CUST LOT".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE "SHIP ORDER".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(3)   VALUE "PLT".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE "TEST-ID".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(40)  VALUE "REASON".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "NCR NO".

       01  WS-BLK-DETAIL.
           05  BLD-CUST-LOT        PIC X(12).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BLD-SHIP-ORDER      PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BLD-PLANT           PIC X(2).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  BLD-TEST-ID         PIC X(10).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BLD-REASON          PIC X(40).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BLD-NCR-NO          PIC X(8).

       01  WS-BLK-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  BLT-LABEL           PIC X(40).
           05  BLT-COUNT           PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = 0
               SORT SORT-WORK
                   ON ASCENDING KEY SW-CUST-LOT
                                    SW-PLANT-CODE
                                    SW-TEST-ID
                   USING LOT-ASSIGN
                   OUTPUT PROCEDURE IS 2000-PRODUCE-CERTIFICATES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           MOVE SPACES TO WS-SEL-LOT
           ACCEPT WS-SEL-LOT FROM ENVIRONMENT "NKTGCOC-LOT"

           OPEN OUTPUT COC-REPORT
           IF WS-CC-STATUS NOT = "00"
               DISPLAY "NKTGCOC: UNABLE TO OPEN COC-REPORT, STATUS="
                   WS-CC-STATUS
           END-IF
           OPEN OUTPUT BLOCK-REPORT
           IF WS-BL-STATUS NOT = "00"
               DISPLAY "NKTGCOC: UNABLE TO OPEN BLOCK-REPORT, STATUS="
                   WS-BL-STATUS
           END-IF

      *    The sort opens the lot file itself; it is proven readable
      *    here so a missing file stops the step cleanly.
           OPEN INPUT LOT-ASSIGN
           IF WS-LT-STATUS NOT = "00"
               DISPLAY "NKTGCOC: UNABLE TO OPEN LOT-ASSIGN, STATUS="
                   WS-LT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE LOT-ASSIGN
           END-IF

           IF RETURN-CODE = 0
               PERFORM 1100-LOAD-TOLERANCE-SPEC
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1200-LOAD-SUSPENSE
           END-IF
           IF RETURN-CODE = 0
               OPEN INPUT RESULTS-MASTER
               IF WS-RM-STATUS NOT = "00"
                   DISPLAY "NKTGCOC: UNABLE TO OPEN RESULTS-MASTER, "
                       "STATUS=" WS-RM-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 1300-SCAN-MASTER-RETESTS
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN INPUT NCR-MASTER
               IF WS-NC-STATUS = "00"
                   MOVE "Y" TO WS-NCR-SWITCH
               ELSE
                   DISPLAY "NKTGCOC: NO NCR MASTER, NCR NUMBERS NOT "
                       "SHOWN, STATUS=" WS-NC-STATUS
               END-IF
           END-IF.

      ******************************************************************
      *    A certificate without its limits is worthless, so a
      *    missing TOLERANCE-SPEC stops the run.
      ******************************************************************
       1100-LOAD-TOLERANCE-SPEC.
           OPEN INPUT TOLERANCE-SPEC
           IF WS-TS-STATUS NOT = "00"
               DISPLAY "NKTGCOC: UNABLE TO OPEN TOLERANCE-SPEC, "
                   "STATUS=" WS-TS-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-TS-STATUS NOT = "00"
                   READ TOLERANCE-SPEC
                       AT END
                           MOVE "10" TO WS-TS-STATUS
                       NOT AT END
                           PERFORM 1110-STORE-TOL-VERSION
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-SPEC
           END-IF.

       1110-STORE-TOL-VERSION.
           IF WS-TV-COUNT >= 2000
               DISPLAY "NKTGCOC: TOLERANCE-SPEC EXCEEDS 2000 ROWS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-TS-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TV-COUNT
               SET WS-TV-IDX TO WS-TV-COUNT
               IF TS-PLANT-CODE = SPACES
                   MOVE "01" TO WS-TV-PLANT(WS-TV-IDX)
               ELSE
                   MOVE TS-PLANT-CODE TO WS-TV-PLANT(WS-TV-IDX)
               END-IF
               MOVE TS-TEST-CELL TO WS-TV-CELL(WS-TV-IDX)
               MOVE TS-EFF-DATE TO WS-TV-EFF-DATE(WS-TV-IDX)
               MOVE TS-NKTG1-LOW TO WS-TV-NKTG1-LOW(WS-TV-IDX)
               MOVE TS-NKTG1-HIGH TO WS-TV-NKTG1-HIGH(WS-TV-IDX)
               MOVE TS-NKTG2-LOW TO WS-TV-NKTG2-LOW(WS-TV-IDX)
               MOVE TS-NKTG2-HIGH TO WS-TV-NKTG2-HIGH(WS-TV-IDX)
           END-IF.

      ******************************************************************
      *    No suspense file just means nothing is held.
      ******************************************************************
       1200-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SU-STATUS NOT = "00"
               DISPLAY "NKTGCOC: NO SUSPENSE FILE, STATUS="
                   WS-SU-STATUS
           ELSE
               PERFORM UNTIL WS-SU-STATUS NOT = "00"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SU-STATUS
                       NOT AT END
                           PERFORM 1210-STORE-SUSPENSE-ID
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       1210-STORE-SUSPENSE-ID.
           IF WS-SUSP-COUNT >= 20000
               DISPLAY "NKTGCOC: SUSPENSE EXCEEDS 20000 READINGS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "10" TO WS-SU-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-SUSP-COUNT
               IF SU-PLANT-CODE = SPACES
                   MOVE "01" TO WS-SK-PLANT
               ELSE
                   MOVE SU-PLANT-CODE TO WS-SK-PLANT
               END-IF
               MOVE SU-TEST-ID TO WS-SK-TEST-ID
               MOVE WS-SUSP-KEY TO WS-SUSP-ID(WS-SUSP-COUNT)
           END-IF.

      ******************************************************************
      *    A truncated retest table would block lots whose failures
      *    were in fact retested good, so an overflow stops the run.
      ******************************************************************
       1300-SCAN-MASTER-RETESTS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ RESULTS-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF RM-ORIG-TEST-ID NOT = SPACES
                           PERFORM 1310-STORE-RETEST
                       END-IF
               END-READ
           END-PERFORM.

       1310-STORE-RETEST.
           IF WS-RETEST-COUNT >= 5000
               DISPLAY "NKTGCOC: MORE THAN 5000 RETESTS - "
                   "RUN STOPPED, RAISE THE TABLE LIMIT"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RETEST-COUNT
               IF RM-PLANT-CODE = SPACES
                   MOVE "01" TO WS-RT-PLANT(WS-RETEST-COUNT)
               ELSE
                   MOVE RM-PLANT-CODE TO WS-RT-PLANT(WS-RETEST-COUNT)
               END-IF
               MOVE RM-TEST-ID TO WS-RT-TEST-ID(WS-RETEST-COUNT)
               MOVE RM-ORIG-TEST-ID
                   TO WS-RT-ORIG-ID(WS-RETEST-COUNT)
               MOVE RM-RETEST-SEQ TO WS-RT-SEQ(WS-RETEST-COUNT)
               MOVE RM-PASS-FAIL
                   TO WS-RT-PASS-FAIL(WS-RETEST-COUNT)
           END-IF.

       2000-PRODUCE-CERTIFICATES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-RETURN-LOT-RECORD UNTIL WS-EOF
           IF WS-LOT-OPEN
               PERFORM 3000-FINISH-LOT
           END-IF.

       2100-RETURN-LOT-RECORD.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-SEL-LOT = SPACES OR SW-CUST-LOT = WS-SEL-LOT
                       ADD 1 TO WS-LOTREC-COUNT
                       PERFORM 2200-COLLECT-READING
                   END-IF
           END-RETURN.

       2200-COLLECT-READING.
           IF WS-LOT-OPEN AND SW-CUST-LOT NOT = WS-LOT-CUST-LOT
               PERFORM 3000-FINISH-LOT
           END-IF
           IF NOT WS-LOT-OPEN
               PERFORM 2210-START-LOT
           END-IF
           IF SW-PLANT-CODE = SPACES
               MOVE "01" TO WS-READ-PLANT
           ELSE
               MOVE SW-PLANT-CODE TO WS-READ-PLANT
           END-IF
           IF WS-LR-COUNT >= 1000
               DISPLAY "NKTGCOC: LOT " WS-LOT-CUST-LOT
                   " EXCEEDS 1000 READINGS, " SW-TEST-ID " NOT SHOWN"
               IF NOT WS-LOT-BLOCKED
                   MOVE "Y" TO WS-LOT-BLOCK-SWITCH
                   MOVE WS-READ-PLANT TO BLD-PLANT
                   MOVE SW-TEST-ID TO BLD-TEST-ID
                   MOVE "LOT EXCEEDS 1000 READINGS" TO BLD-REASON
                   MOVE SPACES TO BLD-NCR-NO
                   PERFORM 3110-WRITE-BLOCK-LINE
               END-IF
           ELSE
               ADD 1 TO WS-LR-COUNT
               MOVE SPACES TO WS-LR-ENTRY(WS-LR-COUNT)
               MOVE WS-READ-PLANT TO WS-LR-PLANT(WS-LR-COUNT)
               MOVE SW-TEST-ID TO WS-LR-TEST-ID(WS-LR-COUNT)
               PERFORM 2300-CHECK-READING
           END-IF.

       2210-START-LOT.
           MOVE "Y" TO WS-LOT-OPEN-SWITCH
           MOVE "N" TO WS-LOT-BLOCK-SWITCH
           MOVE 0 TO WS-LR-COUNT
           MOVE SW-CUST-LOT TO WS-LOT-CUST-LOT
           MOVE SW-SHIP-ORDER TO WS-LOT-SHIP-ORDER
           MOVE SW-CUSTOMER TO WS-LOT-CUSTOMER
           ADD 1 TO WS-LOT-COUNT.

      ******************************************************************
      *    The reason recorded against a reading is the first that
      *    applies, in the order the quality office clears them:
      *    suspense, missing posting, unresolved failure, then the
      *    acknowledgement.
      ******************************************************************
       2300-CHECK-READING.
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE WS-LR-PLANT(WS-LR-COUNT) TO WS-SK-PLANT
           MOVE WS-LR-TEST-ID(WS-LR-COUNT) TO WS-SK-TEST-ID
           PERFORM 2310-FIND-SUSPENSE
           IF WS-FOUND
               MOVE "READING HELD ON SUSPENSE" TO WS-BLOCK-REASON
           END-IF

           MOVE WS-LR-PLANT(WS-LR-COUNT) TO RM-PLANT-CODE
           MOVE WS-LR-TEST-ID(WS-LR-COUNT) TO RM-TEST-ID
           READ RESULTS-MASTER
               INVALID KEY
                   IF WS-BLOCK-REASON = SPACES
                       MOVE "TEST-ID NOT ON RESULTS MASTER"
                           TO WS-BLOCK-REASON
                   END-IF
               NOT INVALID KEY
                   PERFORM 2320-STORE-MASTER-VALUES
           END-READ
           PERFORM 2340-FIND-NCR

           IF WS-BLOCK-REASON NOT = SPACES
               MOVE WS-BLOCK-REASON TO WS-LR-REASON(WS-LR-COUNT)
               MOVE "Y" TO WS-LOT-BLOCK-SWITCH
           END-IF.

       2310-FIND-SUSPENSE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SP-SUB FROM 1 BY 1
               UNTIL WS-SP-SUB > WS-SUSP-COUNT OR WS-FOUND
               IF WS-SUSP-ID(WS-SP-SUB) = WS-SUSP-KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

       2320-STORE-MASTER-VALUES.
           MOVE RM-TEST-CELL TO WS-LR-CELL(WS-LR-COUNT)
           MOVE RM-P TO WS-LR-P(WS-LR-COUNT)
           MOVE RM-NKTG1 TO WS-LR-NKTG1(WS-LR-COUNT)
           MOVE RM-NKTG2 TO WS-LR-NKTG2(WS-LR-COUNT)
           MOVE RM-PASS-FAIL TO WS-LR-PASS-FAIL(WS-LR-COUNT)
           MOVE RM-OPERATOR-ID TO WS-LR-OPERATOR(WS-LR-COUNT)
           MOVE RM-READING-DATE TO WS-LR-READ-DATE(WS-LR-COUNT)
           MOVE RM-ORIG-TEST-ID TO WS-LR-ORIG-ID(WS-LR-COUNT)
           MOVE RM-RETEST-SEQ TO WS-LR-RETEST-SEQ(WS-LR-COUNT)
           MOVE RM-ACK-FLAG TO WS-LR-ACK-FLAG(WS-LR-COUNT)
           IF RM-PASS-FAIL = "F" AND WS-BLOCK-REASON = SPACES
               PERFORM 2330-FIND-PASSING-RETEST
               IF NOT WS-FOUND
                   MOVE "UNRESOLVED FAIL - NO PASSING RETEST"
                       TO WS-BLOCK-REASON
               END-IF
           END-IF
           IF RM-ACK-FLAG NOT = "Y" AND WS-BLOCK-REASON = SPACES
               MOVE "POSTING NOT ACKNOWLEDGED BY QUALITY"
                   TO WS-BLOCK-REASON
           END-IF.

      ******************************************************************
      *    A failure is resolved by a later retest of the same
      *    article landing in spec ("P" or the warning band "W").
      *    For a failed original every retest counts; for a failed
      *    retest only the ones run after it.
      ******************************************************************
       2330-FIND-PASSING-RETEST.
           MOVE "N" TO WS-FOUND-SWITCH
           IF RM-ORIG-TEST-ID = SPACES
               MOVE RM-TEST-ID TO WS-CHK-ORIG-ID
               MOVE 0 TO WS-CHK-SEQ
           ELSE
               MOVE RM-ORIG-TEST-ID TO WS-CHK-ORIG-ID
               MOVE RM-RETEST-SEQ TO WS-CHK-SEQ
           END-IF
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RETEST-COUNT OR WS-FOUND
               IF WS-RT-PLANT(WS-RT-SUB) = WS-LR-PLANT(WS-LR-COUNT)
                   AND WS-RT-ORIG-ID(WS-RT-SUB) = WS-CHK-ORIG-ID
                   AND WS-RT-SEQ(WS-RT-SUB) > WS-CHK-SEQ
                   AND (WS-RT-PASS-FAIL(WS-RT-SUB) = "P"
                   OR WS-RT-PASS-FAIL(WS-RT-SUB) = "W")
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

      ******************************************************************
      *    A reading can carry a failure NCR and a cell-hold NCR; the
      *    failure NCR is the one raised against the article itself,
      *    so it is the one shown.
      ******************************************************************
       2340-FIND-NCR.
           IF WS-NCR-AVAILABLE
               MOVE WS-LR-PLANT(WS-LR-COUNT) TO NC-PLANT-CODE
               MOVE WS-LR-TEST-ID(WS-LR-COUNT) TO NC-TEST-ID
               MOVE "F" TO NC-SOURCE
               READ NCR-MASTER
                   INVALID KEY
                       MOVE "H" TO NC-SOURCE
                       READ NCR-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE NC-NCR-NO
                                   TO WS-LR-NCR-NO(WS-LR-COUNT)
                       END-READ
                   NOT INVALID KEY
                       MOVE NC-NCR-NO TO WS-LR-NCR-NO(WS-LR-COUNT)
               END-READ
           END-IF.

       3000-FINISH-LOT.
           IF WS-LOT-BLOCKED
               ADD 1 TO WS-BLOCKED-COUNT
               PERFORM 3100-WRITE-BLOCKED-LOT
           ELSE
               ADD 1 TO WS-CERT-COUNT
               PERFORM 3200-PRINT-CERTIFICATE
           END-IF
           MOVE "N" TO WS-LOT-OPEN-SWITCH.

       3100-WRITE-BLOCKED-LOT.
           PERFORM VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT
               IF WS-LR-REASON(WS-LR-SUB) NOT = SPACES
                   MOVE WS-LR-PLANT(WS-LR-SUB) TO BLD-PLANT
                   MOVE WS-LR-TEST-ID(WS-LR-SUB) TO BLD-TEST-ID
                   MOVE WS-LR-REASON(WS-LR-SUB) TO BLD-REASON
                   MOVE WS-LR-NCR-NO(WS-LR-SUB) TO BLD-NCR-NO
                   PERFORM 3110-WRITE-BLOCK-LINE
               END-IF
           END-PERFORM.

       3110-WRITE-BLOCK-LINE.
           IF WS-BL-LINE-COUNT >= WS-LINES-PER-PAGE
               OR WS-BL-LINE-COUNT = 0
               PERFORM 3950-WRITE-BLOCK-HEADERS
           END-IF
           MOVE WS-LOT-CUST-LOT TO BLD-CUST-LOT
           MOVE WS-LOT-SHIP-ORDER TO BLD-SHIP-ORDER
           MOVE WS-BLK-DETAIL TO BL-RECORD
           WRITE BL-RECORD
           ADD 1 TO WS-BL-LINE-COUNT.

      ******************************************************************
      *    Every certificate starts on a fresh page so each can be
      *    signed and sent on its own.
      ******************************************************************
       3200-PRINT-CERTIFICATE.
           PERFORM 3900-WRITE-CERT-HEADERS
           PERFORM VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT
               PERFORM 3210-WRITE-CERT-READING
           END-PERFORM

           IF WS-CC-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-CERT-HEADERS
           END-IF
           MOVE SPACES TO CC-RECORD
           WRITE CC-RECORD
           MOVE WS-LR-COUNT TO CCS-READINGS
           MOVE WS-COC-STATEMENT-2 TO CC-RECORD
           WRITE CC-RECORD
           MOVE WS-COC-STATEMENT-1 TO CC-RECORD
           WRITE CC-RECORD
           MOVE SPACES TO CC-RECORD
           WRITE CC-RECORD
           MOVE WS-COC-SIGNATURE TO CC-RECORD
           WRITE CC-RECORD
           ADD 5 TO WS-CC-LINE-COUNT.

       3210-WRITE-CERT-READING.
           IF WS-CC-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3900-WRITE-CERT-HEADERS
           END-IF
           PERFORM 3220-FIND-LIMITS-IN-EFFECT
           MOVE WS-LR-PLANT(WS-LR-SUB) TO CCD-PLANT
           MOVE WS-LR-TEST-ID(WS-LR-SUB) TO CCD-TEST-ID
           MOVE WS-LR-CELL(WS-LR-SUB) TO CCD-CELL
           MOVE WS-LR-READ-DATE(WS-LR-SUB) TO CCD-READ-DATE
           MOVE WS-LR-P(WS-LR-SUB) TO CCD-P
           MOVE WS-LR-NKTG1(WS-LR-SUB) TO CCD-NKTG1
           MOVE WS-LR-NKTG2(WS-LR-SUB) TO CCD-NKTG2
           MOVE WS-LR-PASS-FAIL(WS-LR-SUB) TO CCD-PASS-FAIL
           MOVE WS-LR-OPERATOR(WS-LR-SUB) TO CCD-OPERATOR
           IF WS-TV-BEST > 0
               MOVE WS-TV-NKTG1-LOW(WS-TV-BEST) TO CCD-N1-LOW
               MOVE WS-TV-NKTG1-HIGH(WS-TV-BEST) TO CCD-N1-HIGH
               MOVE WS-TV-NKTG2-LOW(WS-TV-BEST) TO CCD-N2-LOW
               MOVE WS-TV-NKTG2-HIGH(WS-TV-BEST) TO CCD-N2-HIGH
           ELSE
               MOVE ZEROES TO CCD-N1-LOW
               MOVE ZEROES TO CCD-N1-HIGH
               MOVE ZEROES TO CCD-N2-LOW
               MOVE ZEROES TO CCD-N2-HIGH
           END-IF
           MOVE WS-LR-ORIG-ID(WS-LR-SUB) TO CCD-ORIG-ID
           MOVE WS-LR-RETEST-SEQ(WS-LR-SUB) TO CCD-SEQ
           MOVE WS-LR-ACK-FLAG(WS-LR-SUB) TO CCD-ACK
           MOVE WS-LR-NCR-NO(WS-LR-SUB) TO CCD-NCR-NO
           MOVE WS-COC-DETAIL TO CC-RECORD
           WRITE CC-RECORD
           ADD 1 TO WS-CC-LINE-COUNT
           IF WS-TV-BEST = 0
               MOVE WS-COC-NO-SPEC-LINE TO CC-RECORD
               WRITE CC-RECORD
               ADD 1 TO WS-CC-LINE-COUNT
           END-IF
           IF WS-LR-ORIG-ID(WS-LR-SUB) = SPACES
               AND WS-LR-RETEST-SEQ(WS-LR-SUB) > 0
               PERFORM 3230-WRITE-RETEST-HISTORY
           END-IF.

      ******************************************************************
      *    The version in effect on the reading date is the latest
      *    one for the plant/cell effective on or before it.
      ******************************************************************
       3220-FIND-LIMITS-IN-EFFECT.
           MOVE 0 TO WS-TV-BEST
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-TV-SUB FROM 1 BY 1
               UNTIL WS-TV-SUB > WS-TV-COUNT
               IF WS-TV-PLANT(WS-TV-SUB) = WS-LR-PLANT(WS-LR-SUB)
                   AND WS-TV-CELL(WS-TV-SUB) = WS-LR-CELL(WS-LR-SUB)
                   AND WS-TV-EFF-DATE(WS-TV-SUB)
                       NOT > WS-LR-READ-DATE(WS-LR-SUB)
                   AND WS-TV-EFF-DATE(WS-TV-SUB)
                       NOT < WS-BEST-EFF-DATE
                   MOVE WS-TV-SUB TO WS-TV-BEST
                   MOVE WS-TV-EFF-DATE(WS-TV-SUB) TO WS-BEST-EFF-DATE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    An original that was retested lists every retest run
      *    against it underneath, so the customer sees the article's
      *    whole history whether or not the retests are in the lot.
      ******************************************************************
       3230-WRITE-RETEST-HISTORY.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RETEST-COUNT
               IF WS-RT-PLANT(WS-RT-SUB) = WS-LR-PLANT(WS-LR-SUB)
                   AND WS-RT-ORIG-ID(WS-RT-SUB)
                       = WS-LR-TEST-ID(WS-LR-SUB)
                   IF WS-CC-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM 3900-WRITE-CERT-HEADERS
                   END-IF
                   MOVE WS-RT-SEQ(WS-RT-SUB) TO CCR-SEQ
                   MOVE WS-RT-TEST-ID(WS-RT-SUB) TO CCR-TEST-ID
                   MOVE WS-RT-PASS-FAIL(WS-RT-SUB) TO CCR-PASS-FAIL
                   MOVE WS-COC-RETEST-LINE TO CC-RECORD
                   WRITE CC-RECORD
                   ADD 1 TO WS-CC-LINE-COUNT
               END-IF
           END-PERFORM.

       3900-WRITE-CERT-HEADERS.
           ADD 1 TO WS-CC-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-CC-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-COC-HEADING-1 TO CC-RECORD
           WRITE CC-RECORD

           MOVE WS-LOT-CUST-LOT TO HDGL-CUST-LOT
           MOVE WS-LOT-SHIP-ORDER TO HDGL-SHIP-ORDER
           MOVE WS-LOT-CUSTOMER TO HDGL-CUSTOMER
           MOVE WS-COC-HEADING-LOT TO CC-RECORD
           WRITE CC-RECORD

           MOVE SPACES TO CC-RECORD
           WRITE CC-RECORD

           MOVE WS-COC-HEADING-2 TO CC-RECORD
           WRITE CC-RECORD

           MOVE SPACES TO CC-RECORD
           WRITE CC-RECORD

           MOVE 0 TO WS-CC-LINE-COUNT.

       3950-WRITE-BLOCK-HEADERS.
           ADD 1 TO WS-BL-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDGB-RUN-DATE
           MOVE WS-BL-PAGE-COUNT TO HDGB-PAGE
           MOVE WS-BLK-HEADING-1 TO BL-RECORD
           WRITE BL-RECORD

           MOVE SPACES TO BL-RECORD
           WRITE BL-RECORD

           MOVE WS-BLK-HEADING-2 TO BL-RECORD
           WRITE BL-RECORD

           MOVE SPACES TO BL-RECORD
           WRITE BL-RECORD

           MOVE 0 TO WS-BL-LINE-COUNT.

       9000-TERMINATE.
           IF WS-BL-PAGE-COUNT = 0
               PERFORM 3950-WRITE-BLOCK-HEADERS
           END-IF
           MOVE SPACES TO BL-RECORD
           WRITE BL-RECORD

           MOVE "LOT ASSIGNMENTS READ" TO BLT-LABEL
           MOVE WS-LOTREC-COUNT TO BLT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "CUSTOMER LOTS" TO BLT-LABEL
           MOVE WS-LOT-COUNT TO BLT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "CERTIFICATES PRINTED" TO BLT-LABEL
           MOVE WS-CERT-COUNT TO BLT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "LOTS BLOCKED" TO BLT-LABEL
           MOVE WS-BLOCKED-COUNT TO BLT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE

           IF WS-RM-STATUS = "00" OR WS-RM-STATUS = "10"
               OR WS-RM-STATUS = "23"
               CLOSE RESULTS-MASTER
           END-IF
           IF WS-NCR-AVAILABLE
               CLOSE NCR-MASTER
           END-IF
           CLOSE COC-REPORT
           CLOSE BLOCK-REPORT
           IF WS-BLOCKED-COUNT > 0 AND RETURN-CODE = 0
               DISPLAY "NKTGCOC: " WS-BLOCKED-COUNT
                   " LOT(S) BLOCKED, RETURN-CODE 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

       9010-WRITE-TOTAL-LINE.
           MOVE WS-BLK-TOTAL-LINE TO BL-RECORD
           WRITE BL-RECORD.
