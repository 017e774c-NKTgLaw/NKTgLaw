       IDENTIFICATION DIVISION.
       PROGRAM-ID. NKTGCALR.
      ******************************************************************
      *    NKTGCALR - test-rig calibration due report for the
      *    metrology lab.  Reads the calibration master (CALMSTR,
      *    CALREC layout), takes the latest calibration of every
      *    plant/cell rig, and lists each rig already overdue or
      *    falling due within the coming horizon (environment
      *    NKTGCALR-DAYS, default 30), with the days remaining and
      *    the certificate in force, so recalibration can be planned
      *    before readings start bouncing off the NKTGLAW calibration
      *    validation.  RETURN-CODE 16 when the master cannot be
      *    read or holds more calibrations than the table allows.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIB-MASTER ASSIGN TO "CALMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
           SELECT CAL-REPORT ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALIB-MASTER
           RECORDING MODE IS F.
       COPY CALREC.

       FD  CAL-REPORT
           RECORDING MODE IS F.
       01  CR-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CM-STATUS        PIC XX.
       01  WS-CR-STATUS        PIC XX.

       01  WS-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-LOAD-FOUND-SWITCH PIC X      VALUE "N".
           88  WS-LOAD-FOUND                VALUE "Y".
       01  WS-INS-SUB          PIC 9(4)    COMP.
       01  WS-MOV-SUB          PIC 9(4)    COMP.

       01  WS-HORIZON-X        PIC X(3).
       01  WS-HORIZON          PIC 9(3)    VALUE 30.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY        PIC 9(4).
           05  WS-CURR-MM          PIC 9(2).
           05  WS-CURR-DD          PIC 9(2).
           05  FILLER              PIC X(13).

       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
       01  WS-RUN-DATE-INT         PIC 9(8).
       01  WS-DUE-INT              PIC 9(8).
       01  WS-DAYS-LEFT            PIC S9(5).

       01  WS-READ-COUNT           PIC 9(6)    VALUE 0.
       01  WS-RIG-COUNT            PIC 9(6)    VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(6)    VALUE 0.
       01  WS-DUE-COUNT            PIC 9(6)    VALUE 0.

       COPY CALTBL.

       01  WS-LINES-PER-PAGE   PIC 9(4)    VALUE 60.
       01  WS-LINE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-PAGE-COUNT       PIC 9(4)    VALUE 0.

       01  WS-CAL-HEADING-1.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FILLER              PIC X(40)
               VALUE "NKTGCALR RIG CALIBRATION DUE REPORT".
           05  FILLER              PIC X(11)  VALUE "RUN DATE: ".
           05  HDG1-RUN-DATE       PIC X(10).
           05  FILLER              PIC X(9)   VALUE "   PAGE: ".
           05  HDG1-PAGE           PIC ZZZ9.

       01  WS-CAL-HEADING-2.
           05  FILLER              PIC X(3)   VALUE "PLT".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(5)   VALUE "CELL".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "LAST CAL".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE "DUE".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(9)   VALUE "DAYS LEFT".
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(12)  VALUE "CERTIFICATE".

       01  WS-CAL-DETAIL.
           05  CLD-PLANT           PIC X(2).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  CLD-CELL            PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CLD-CAL-DATE        PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CLD-DUE-DATE        PIC 9(8).
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  CLD-DAYS            PIC -ZZZ9.
           05  FILLER              PIC X(4)   VALUE SPACES.
           05  CLD-CERT-NO         PIC X(12).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CLD-FLAG            PIC X(10).

       01  WS-CAL-TOTAL-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  CLT-LABEL           PIC X(40).
           05  CLT-COUNT           PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CALIBRATIONS UNTIL WS-EOF
           IF RETURN-CODE = 0
               PERFORM 3000-REPORT-RIGS
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

           MOVE SPACES TO WS-HORIZON-X
           ACCEPT WS-HORIZON-X FROM ENVIRONMENT "NKTGCALR-DAYS"
           IF WS-HORIZON-X NOT = SPACES
               AND FUNCTION NUMVAL(WS-HORIZON-X) > 0
               COMPUTE WS-HORIZON = FUNCTION NUMVAL(WS-HORIZON-X)
           END-IF

           OPEN OUTPUT CAL-REPORT
           IF WS-CR-STATUS NOT = "00"
               DISPLAY "NKTGCALR: UNABLE TO OPEN CAL-REPORT, STATUS="
                   WS-CR-STATUS
           END-IF

           OPEN INPUT CALIB-MASTER
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "NKTGCALR: UNABLE TO OPEN CALIB-MASTER, "
                   "STATUS=" WS-CM-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-LOAD-CALIBRATIONS.
           READ CALIB-MASTER
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-POST-CALIB-RECORD
           END-READ.

      ******************************************************************
      *    Same sorted insert NKTGLAW applies at load time, so the
      *    report judges a rig by exactly the calibration the run
      *    would use.
      ******************************************************************
       2100-POST-CALIB-RECORD.
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
               PERFORM 2110-INSERT-CALIB-ROW
           END-IF.

       2110-INSERT-CALIB-ROW.
           IF WS-CAL-COUNT >= 5000
               DISPLAY "NKTGCALR: CALIB-MASTER EXCEEDS 5000 ROWS - "
                   "RAISE THE TABLE LIMIT"
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

      ******************************************************************
      *    The last row of each plant/cell run in the sorted table is
      *    the rig's current calibration; earlier rows are history.
      ******************************************************************
       3000-REPORT-RIGS.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-IDX = WS-CAL-COUNT
                   PERFORM 3100-CHECK-DUE-DATE
               ELSE
                   IF WS-CAL-PLANT(WS-CAL-IDX + 1)
                       NOT = WS-CAL-PLANT(WS-CAL-IDX)
                       OR WS-CAL-CELL(WS-CAL-IDX + 1)
                       NOT = WS-CAL-CELL(WS-CAL-IDX)
                       PERFORM 3100-CHECK-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    A due date that will not convert is listed as overdue -
      *    NKTGLAW would reject the rig's readings, so the lab needs
      *    to see it either way.
      ******************************************************************
       3100-CHECK-DUE-DATE.
           ADD 1 TO WS-RIG-COUNT
           IF WS-CAL-DUE-DATE(WS-CAL-IDX) NUMERIC
               AND WS-CAL-DUE-DATE(WS-CAL-IDX) > 0
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DUE-DATE(WS-CAL-IDX))
           ELSE
               MOVE 0 TO WS-DUE-INT
           END-IF
           IF WS-DUE-INT = 0
               MOVE -99999 TO WS-DAYS-LEFT
           ELSE
               COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-RUN-DATE-INT
           END-IF
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "*OVERDUE*" TO CLD-FLAG
               PERFORM 3200-WRITE-DETAIL-LINE
           ELSE
               IF WS-DAYS-LEFT <= WS-HORIZON
                   ADD 1 TO WS-DUE-COUNT
                   MOVE "DUE" TO CLD-FLAG
                   PERFORM 3200-WRITE-DETAIL-LINE
               END-IF
           END-IF.

       3200-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               OR WS-LINE-COUNT = 0
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-CAL-PLANT(WS-CAL-IDX) TO CLD-PLANT
           MOVE WS-CAL-CELL(WS-CAL-IDX) TO CLD-CELL
           MOVE WS-CAL-DATE(WS-CAL-IDX) TO CLD-CAL-DATE
           IF WS-CAL-DUE-DATE(WS-CAL-IDX) NUMERIC
               MOVE WS-CAL-DUE-DATE(WS-CAL-IDX) TO CLD-DUE-DATE
           ELSE
               MOVE ZEROES TO CLD-DUE-DATE
           END-IF
           IF WS-DAYS-LEFT = -99999
               MOVE ZEROES TO CLD-DAYS
           ELSE
               MOVE WS-DAYS-LEFT TO CLD-DAYS
           END-IF
           MOVE WS-CAL-CERT-NO(WS-CAL-IDX) TO CLD-CERT-NO
           MOVE WS-CAL-DETAIL TO CR-RECORD
           WRITE CR-RECORD
           ADD 1 TO WS-LINE-COUNT.

       3900-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-CAL-HEADING-1 TO CR-RECORD
           WRITE CR-RECORD

           MOVE SPACES TO CR-RECORD
           WRITE CR-RECORD

           MOVE WS-CAL-HEADING-2 TO CR-RECORD
           WRITE CR-RECORD

           MOVE SPACES TO CR-RECORD
           WRITE CR-RECORD

           MOVE 0 TO WS-LINE-COUNT.

       9000-TERMINATE.
           IF WS-PAGE-COUNT = 0
               PERFORM 3900-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO CR-RECORD
           WRITE CR-RECORD

           MOVE "CALIBRATIONS ON FILE" TO CLT-LABEL
           MOVE WS-READ-COUNT TO CLT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "RIGS ON FILE" TO CLT-LABEL
           MOVE WS-RIG-COUNT TO CLT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "RIGS OVERDUE" TO CLT-LABEL
           MOVE WS-OVERDUE-COUNT TO CLT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE
           MOVE "RIGS DUE WITHIN HORIZON" TO CLT-LABEL
           MOVE WS-DUE-COUNT TO CLT-COUNT
           PERFORM 9010-WRITE-TOTAL-LINE

           IF WS-CM-STATUS = "00" OR WS-CM-STATUS = "10"
               CLOSE CALIB-MASTER
           END-IF
           CLOSE CAL-REPORT.

       9010-WRITE-TOTAL-LINE.
           MOVE WS-CAL-TOTAL-LINE TO CR-RECORD
           WRITE CR-RECORD.
