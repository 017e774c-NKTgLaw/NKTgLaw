      ******************************************************************
      *    AUCTLREC.CPY  -  AUDIT-TRAIL control record layout
      *    Alternate record on the audit trail, AU-ACTION "K" (the
      *    action byte sits in the same position as AU-ACTION, and
      *    the record is the same 132 bytes, so every program that
      *    copies or archives the trail carries it untouched).  One
      *    control record closes every group of audit records - the
      *    records written since the previous control record - and
      *    seals it:
      *      AK-REG-KEY          RUNCTL registry key (shift start
      *                          date and shift) of the run sealing
      *                          the group;
      *      AK-GROUP-TYPE       "N" = an NKTGLAW run;
      *                          "B" = an NKTGBKOT backout of the
      *                          run group sealed under the same
      *                          registry key;
      *      AK-xxxx-COUNT       records in the group by AU-ACTION
      *                          (space, R, C, T, H, E);
      *      AK-HASH-xxx         hash totals of AU-P, AU-NKTG1 and
      *                          AU-NKTG2 over the group;
      *      AK-PREV-CHAIN       AK-CHAIN-VALUE of the control record
      *                          before this one (zeroes for the
      *                          first control record ever written);
      *      AK-CHAIN-VALUE      check value folded over every byte
      *                          of every record in the group, in
      *                          trail order, then over this record
      *                          up to and including AK-PREV-CHAIN -
      *                          so it covers the previous control
      *                          record too, and an edit, deletion or
      *                          re-sequencing anywhere breaks every
      *                          link from there on.
      *    Counts and hash totals keep their low-order digits only,
      *    like any hash total.
      ******************************************************************
       01  AK-RECORD.
           05  AK-RUN-DATE         PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AK-RUN-TIME         PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AK-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AK-REG-KEY.
               10  AK-REG-DATE     PIC 9(8).
               10  AK-REG-SHIFT    PIC X(1).
           05  AK-GROUP-TYPE       PIC X(1).
               88  AK-RUN-GROUP                VALUE "N".
               88  AK-BACKOUT-GROUP            VALUE "B".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AK-ACTION-COUNTS.
               10  AK-ORIG-COUNT   PIC 9(6).
               10  FILLER          PIC X(1)    VALUE SPACE.
               10  AK-RVSL-COUNT   PIC 9(6).
               10  FILLER          PIC X(1)    VALUE SPACE.
               10  AK-CORR-COUNT   PIC 9(6).
               10  FILLER          PIC X(1)    VALUE SPACE.
               10  AK-RTST-COUNT   PIC 9(6).
               10  FILLER          PIC X(1)    VALUE SPACE.
               10  AK-SUSP-COUNT   PIC 9(6).
               10  FILLER          PIC X(1)    VALUE SPACE.
               10  AK-EXC-COUNT    PIC 9(6).
               10  FILLER          PIC X(1)    VALUE SPACE.
           05  AK-ACTION           PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AK-HASH-P           PIC 9(8)V9(2).
           05  AK-HASH-NKTG1       PIC 9(8)V9(2).
           05  AK-HASH-NKTG2       PIC 9(8)V9(2).
           05  AK-PREV-CHAIN       PIC 9(9).
           05  AK-CHAIN-VALUE      PIC 9(9).
