      ******************************************************************
      * COLLATERAL-MARGIN.CPY
      * Copybook for the fiduciary-collateral margin table
      * (COLLMRGN), maintained by trust operations: one record per
      * asset type the trust department accepts as collateral for
      * self-deposited trust funds, with the margin (haircut, in
      * percent of market value) taken before the lot counts toward
      * the requirement -- e.g. 2.00 on Treasuries, 5.00 on agency
      * paper. An asset type not on the table is not eligible
      * collateral and counts nothing.
      * Used by: TRUST-COLLATERAL-RPT.cob
      ******************************************************************

       01  COLLATERAL-MARGIN-REC.
           05  CMG-ASSET-TYPE          PIC X(4).
           05  CMG-DESCRIPTION         PIC X(30).
           05  CMG-MARGIN-PCT          PIC 9(3)V99.
           05  FILLER                  PIC X(11).
