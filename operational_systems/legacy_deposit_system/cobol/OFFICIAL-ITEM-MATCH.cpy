      *================================================================*
      * COPYBOOK: OFFICIAL-ITEM-MATCH
      * PURPOSE: Payee determination for each outstanding official
      *          item (OFFITMAT), written by OFFICIAL-ITEM-MATCH. A
      *          matched item ('M') carries the payee's insurance
      *          identity -- already resolved to the surviving
      *          depositor id from DEPIDXRF -- and the enrichment
      *          appends it to the payee's single-ownership
      *          aggregate. A pending item ('P') has no payee the
      *          bank can identify with certainty; it is reported
      *          uninsured-pending on RSLTFILE and as a pending
      *          payee determination on the Part 370 file.
      *          Match basis: 'C' payee tax id found on CUSTFILE,
      *          'X' found on the party cross-reference only.
      * USED BY: OFFICIAL-ITEM-MATCH.cob, DEPOSIT-ACCT-ENRICH.cob
      *================================================================*
       01 OFFICIAL-ITEM-MATCH-REC.
           05 OIM-ITEM-NUMBER      PIC X(20).
           05 OIM-ITEM-TYPE        PIC X(2).
           05 OIM-INSTITUTION-ID   PIC X(5).
           05 OIM-AMOUNT           PIC S9(13)V99.
           05 OIM-ISSUE-DATE       PIC X(10).
           05 OIM-PAYEE-NAME       PIC X(50).
           05 OIM-PAYEE-TAX-ID     PIC X(15).
           05 OIM-MATCH-STATUS     PIC X(1).
              88 OIM-MATCHED       VALUE 'M'.
              88 OIM-PENDING       VALUE 'P'.
           05 OIM-MATCH-BASIS      PIC X(1).
              88 OIM-BASIS-CUSTFILE VALUE 'C'.
              88 OIM-BASIS-PARTY-XREF VALUE 'X'.
           05 OIM-DEPOSITOR-ID     PIC X(15).
           05 OIM-PENDING-REASON   PIC X(30).
           05 FILLER               PIC X(16).
