      ******************************************************************
      * FIDUCIARY-PLEDGE.CPY
      * Copybook for the fiduciary-collateral pledge file (FIDPLEDG)
      * -- one record per lot of securities a covered institution
      * has set aside or pledged to the trust department to secure
      * the trust funds it holds on deposit (12 CFR 9.10(b)),
      * maintained by trust operations from the safekeeping
      * receipts. A pledge secures the deposits only while it is
      * ACTIVE and from its pledge date up to (not including) its
      * release date; a blank release date is an open pledge.
      * Units are priced off the vendor price feed (VENDPRC) and
      * haircut by asset type (COLLMRGN, see COLLATERAL-MARGIN.cpy).
      * Used by: TRUST-COLLATERAL-RPT.cob
      ******************************************************************

       01  FIDUCIARY-PLEDGE-REC.
           05  FPL-PLEDGE-ID           PIC X(12).
           05  FPL-INSTITUTION-ID      PIC X(5).
           05  FPL-ASSET-ID            PIC X(12).
           05  FPL-ASSET-TYPE          PIC X(4).
           05  FPL-UNITS               PIC S9(11)V9999.
           05  FPL-SAFEKEEPING-AGENT   PIC X(10).
           05  FPL-PLEDGE-DATE         PIC X(10).
           05  FPL-RELEASE-DATE        PIC X(10).
           05  FPL-STATUS              PIC X(1).
               88  FPL-ACTIVE          VALUE 'A'.
               88  FPL-RELEASED        VALUE 'R'.
           05  FILLER                  PIC X(11).
