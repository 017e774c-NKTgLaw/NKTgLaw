      ******************************************************************
      *    LOTREC.CPY  -  LOTASSGN lot-assignment record layout.
      *    One record per reading shipped: ties a plant and TEST-ID
      *    on the results master to the customer lot it was shipped
      *    in and the ship order that carried the lot.  Maintained by
      *    shipping; read by NKTGCOC to print one Certificate of
      *    Conformance per customer lot.  A blank plant code defaults
      *    to plant "01".
      ******************************************************************
       01  LT-RECORD.
           05  LT-PLANT-CODE       PIC X(2).
           05  LT-TEST-ID          PIC X(10).
           05  LT-CUST-LOT         PIC X(12).
           05  LT-SHIP-ORDER       PIC X(10).
           05  LT-CUSTOMER         PIC X(10).
