      *================================================================*
      * COPYBOOK: COVERAGE-OPPORTUNITY
      * PURPOSE: Coverage maximization pipeline (OPPPIPE), written
      *          by COVERAGE-OPPORTUNITY-RPT in relationship-manager
      *          order, largest gain first, for the deposit
      *          retention program to load directly. One record per
      *          restructuring option per person per covered
      *          institution:
      *            POD - add eligible payable-on-death beneficiaries
      *                  (retitle single funds to POD, or name more
      *                  beneficiaries on an existing POD)
      *            JNT - retitle single funds to joint with a spouse
      *                  already on CUSTFILE
      *            CRA - move IRA-eligible funds into a certain
      *                  retirement account
      *            RCP - place the excess through the reciprocal
      *                  network, up to its per-depositor capacity
      *            TRB - add beneficiaries to a revocable trust on
      *                  the trust side, linked through PARTY-XREF
      *          The options for the same money are alternatives:
      *          OPP-BEST-FLAG marks the largest gain for each
      *          person + institution (or trust), and only the best
      *          options add up to a realistic pipeline total.
      *          OPP-RELATED-ID is the spouse's depositor id for JNT
      *          and the trust id for TRB.
      * USED BY: COVERAGE-OPPORTUNITY-RPT.cob
      *================================================================*
       01 COVERAGE-OPPORTUNITY-REC.
           05 OPP-RM-ID            PIC X(8).
           05 OPP-RM-NAME          PIC X(30).
           05 OPP-INSTITUTION-ID   PIC X(5).
           05 OPP-DEPOSITOR-ID     PIC X(15).
           05 OPP-DEPOSITOR-NAME   PIC X(30).
           05 OPP-OPTION-CODE      PIC X(3).
              88 OPP-ADD-POD-BENES VALUE 'POD'.
              88 OPP-JOINT-SPOUSE  VALUE 'JNT'.
              88 OPP-MOVE-TO-CRA   VALUE 'CRA'.
              88 OPP-RECIP-NETWORK VALUE 'RCP'.
              88 OPP-TRUST-BENES   VALUE 'TRB'.
           05 OPP-BEST-FLAG        PIC X(1).
              88 OPP-IS-BEST       VALUE 'Y'.
           05 OPP-UNINSURED-AMT    PIC S9(13)V99.
           05 OPP-GAIN-AMT         PIC S9(13)V99.
           05 OPP-RELATED-ID       PIC X(15).
           05 OPP-DETAIL           PIC X(30).
           05 OPP-RUN-DATE         PIC X(10).
           05 FILLER               PIC X(23).
