      ******************************************************************
      *    SAMPREC.CPY  -  SAMPLING-PLAN master record layout
      *    One record per plant, TEST-CELL and PRODUCT-CODE (a blank
      *    plant code defaults to "01") giving the quality
      *    procedure's sampling plan for that product on that cell:
      *      SP-REQ-READINGS     readings required every shift the
      *                          product runs on the cell;
      *      SP-MAX-GAP-MINS     longest time allowed between one
      *                          posted reading and the next, in
      *                          minutes, counted from the start of
      *                          the shift and to its end (zeroes =
      *                          no gap limit).
      *    Checked against the AUDIT-TRAIL by NKTGSAMP.
      ******************************************************************
       01  SP-RECORD.
           05  SP-PLANT-CODE       PIC X(2).
           05  SP-TEST-CELL        PIC X(5).
           05  SP-PRODUCT-CODE     PIC X(6).
           05  SP-REQ-READINGS     PIC 9(3).
           05  SP-MAX-GAP-MINS     PIC 9(4).
