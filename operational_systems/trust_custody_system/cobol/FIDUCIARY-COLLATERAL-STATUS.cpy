      ******************************************************************
      * FIDUCIARY-COLLATERAL-STATUS.CPY
      * Single-record status written each cycle by
      * TRUST-COLLATERAL-RPT and read by the morning dashboard: 'Y'
      * when every covered institution's pledged collateral (after
      * margin) covers the uninsured trust funds it holds on
      * deposit, 'N' when any institution is short. Same convention
      * as HOLDING-RECON-STATUS.cpy.
      * Used by: TRUST-COLLATERAL-RPT.cob, CYCLE-DASHBOARD-RPT.cob
      ******************************************************************

       01  FIDUCIARY-COLLATERAL-STATUS-REC.
           05  FCS-STATUS-FLAG         PIC X(1).
               88  FCS-SUFFICIENT      VALUE 'Y'.
               88  FCS-SHORTFALL       VALUE 'N'.
           05  FCS-RUN-DATE            PIC X(10).
           05  FCS-INSTITUTION-COUNT   PIC 9(3).
           05  FCS-SHORT-INST-COUNT    PIC 9(3).
           05  FCS-SHORTFALL-AMT       PIC 9(13)V99.
           05  FCS-EXCEPTION-COUNT     PIC 9(5).
           05  FILLER                  PIC X(13).
