      *================================================================*
      * COPYBOOK: DOC-DEFICIENCY-SUMMARY
      * PURPOSE: Ownership documentation deficiency counts
      *          (DOCDEFST), written by DOC-DEFICIENCY-RPT for the
      *          business date: one record per document category,
      *          in category order, every category written even when
      *          nothing requires it. DDS-REQUIRED-COUNT is the
      *          accounts and trusts whose coverage relies on the
      *          category; DDS-DEFICIENT-COUNT those with no signed
      *          document of that category on the index, and
      *          DDS-AT-STAKE-AMT their insured amount. Carried into
      *          the Part 370 certification package by
      *          PART370-CERT-RPT.
      * USED BY: DOC-DEFICIENCY-RPT.cob, PART370-CERT-RPT.cob
      *================================================================*
       01 DOC-DEFICIENCY-SUMMARY-REC.
           05 DDS-BUSINESS-DATE    PIC X(10).
           05 DDS-DOC-TYPE         PIC X(4).
           05 DDS-DOC-DESCRIPTION  PIC X(30).
           05 DDS-REQUIRED-COUNT   PIC 9(7).
           05 DDS-DEFICIENT-COUNT  PIC 9(7).
           05 DDS-AT-STAKE-AMT     PIC S9(13)V99.
           05 FILLER               PIC X(7).
