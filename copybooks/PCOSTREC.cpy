      ******************************************************************
      *    PCOSTREC.CPY  -  PRODUCT-COST master record layout
      *    One record per PRODUCT-CODE giving what a nonconforming
      *    article of that product costs the plant:
      *      CP-UNIT-COST        standard cost of one article;
      *      CP-SCRAP-COST       cost of writing one article off
      *                          (disposal, paperwork) over and above
      *                          the article itself;
      *      CP-RETEST-COST      labour to re-run one article on the
      *                          stand.
      *    Maintained by finance; read by NKTGCOPQ to price the
      *    month's failures, retests and held readings.
      ******************************************************************
       01  CP-RECORD.
           05  CP-PRODUCT-CODE     PIC X(6).
           05  CP-UNIT-COST        PIC 9(7)V9(2).
           05  CP-SCRAP-COST       PIC 9(7)V9(2).
           05  CP-RETEST-COST      PIC 9(7)V9(2).
