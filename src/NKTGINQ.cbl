      *    INTFREC layout the quality side already loads.  Master
      *    rows show the quality-system acknowledgment flag NKTGACK
      *    maintains, so a compliance request can see whether a
      *    reading made it downstream.  Every row also shows the
      *    number of any NCR raised against the reading on the NCR
      *    master (NCRMSTR, kept by NKTGNCR) - the failure NCR, or
      *    failing that the cell-hold NCR it tripped.  Exception
      *    journal records ("E") carry no values and are skipped;
      *    reversals and corrections are included with their action
      *    codes so the history reads whole.
           SELECT MASTER-ARCHIVE ASSIGN TO "MSTRARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MA-STATUS.
           SELECT NCR-MASTER ASSIGN TO "NCRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NC-NCR-KEY
               FILE STATUS IS WS-NC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
       COPY RSLTMREC REPLACING LEADING ==RM-== BY ==MA-==.

       FD  NCR-MASTER.
       COPY NCRREC.

       WORKING-STORAGE SECTION.
       01  WS-AU-STATUS        PIC XX.
       01  WS-RM-STATUS        PIC XX.
       01  WS-IX-STATUS        PIC XX.
       01  WS-AH-STATUS        PIC XX.
       01  WS-MA-STATUS        PIC XX.
       01  WS-NC-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-SELECT-SWITCH    PIC X       VALUE "N".
           88  WS-SELECTED                 VALUE "Y".
       01  WS-NCR-SWITCH       PIC X       VALUE "N".
           88  WS-NCR-AVAILABLE            VALUE "Y".
       01  WS-SOURCE           PIC X(8)    VALUE SPACES.
           88  WS-MASTER-SOURCE            VALUE "MASTER".
           88  WS-AUDIT-ARCH-SOURCE        VALUE "ARCHIVE".
           05  FILLER              PIC X(4)   VALUE " ACT".
           05  FILLER              PIC X(4)   VALUE " ACK".
           05  FILLER              PIC X(4)   VALUE " PLT".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "NCR NO".

       01  WS-INQ-DETAIL.
           05  DTL-READ-DATE       PIC X(8).
           05  DTL-ACK             PIC X(1).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  DTL-PLANT           PIC X(2).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  DTL-NCR-NO          PIC X(8).

       01  WS-INQ-FOOTER.
           05  FILLER              PIC X(11)
               DISPLAY "NKTGINQ: UNABLE TO OPEN INQUIRY-EXTRACT, "
                   "STATUS=" WS-IX-STATUS
           END-IF
           OPEN INPUT NCR-MASTER
           IF WS-NC-STATUS = "00"
               MOVE "Y" TO WS-NCR-SWITCH
           ELSE
               DISPLAY "NKTGINQ: NO NCR MASTER, NCR NUMBERS NOT SHOWN, "
                   "STATUS=" WS-NC-STATUS
           END-IF

           EVALUATE TRUE
               WHEN WS-MASTER-SOURCE

      ******************************************************************
      *    "E" journal records carry no computed values and are not
      *    readings, so they never select, nor do "K" control
      *    records.  Date selection prefers
      *    the reading timestamp and falls back to the run date for
      *    audit rows written before timestamps were carried.
      ******************************************************************
               MOVE WA-PLANT-CODE TO WS-REC-PLANT
           END-IF

           IF WA-ACTION = "E" OR WA-ACTION = "H" OR WA-ACTION = "K"
               MOVE "N" TO WS-SELECT-SWITCH
           END-IF

           MOVE WA-ACTION TO DTL-ACTION
           MOVE SPACE TO DTL-ACK
           MOVE WS-REC-PLANT TO DTL-PLANT
           PERFORM 2800-FIND-NCR
           MOVE WS-INQ-DETAIL TO IR-RECORD
           WRITE IR-RECORD
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO DTL-ACTION
           MOVE WM-ACK-FLAG TO DTL-ACK
           MOVE WS-REC-PLANT TO DTL-PLANT
           PERFORM 2800-FIND-NCR
           MOVE WS-INQ-DETAIL TO IR-RECORD
           WRITE IR-RECORD
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-REC-PLANT TO IF-PLANT-CODE
           WRITE IF-RECORD.

      ******************************************************************
      *    A reading can carry a failure NCR and a cell-hold NCR; the
      *    failure NCR is the one raised against the article itself,
      *    so it is the one shown.
      ******************************************************************
       2800-FIND-NCR.
           MOVE SPACES TO DTL-NCR-NO
           IF WS-NCR-AVAILABLE
               MOVE WS-REC-PLANT TO NC-PLANT-CODE
               MOVE DTL-TEST-ID TO NC-TEST-ID
               MOVE "F" TO NC-SOURCE
               READ NCR-MASTER
                   INVALID KEY
                       MOVE "H" TO NC-SOURCE
                       READ NCR-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE NC-NCR-NO TO DTL-NCR-NO
                       END-READ
                   NOT INVALID KEY
                       MOVE NC-NCR-NO TO DTL-NCR-NO
               END-READ
           END-IF.

       3900-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           IF WS-FROM-DATE = SPACES
                       CLOSE AUDIT-TRAIL
                   END-IF
           END-EVALUATE
           IF WS-NCR-AVAILABLE
               CLOSE NCR-MASTER
           END-IF
           CLOSE INQUIRY-REPORT
           CLOSE INQUIRY-EXTRACT

