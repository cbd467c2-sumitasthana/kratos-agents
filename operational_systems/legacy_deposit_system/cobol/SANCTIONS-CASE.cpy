      *================================================================*
      * COPYBOOK: SANCTIONS-CASE
      * PURPOSE: Sanctions screening case master (SANCCASE), one
      *          record per potential match, in case-id order,
      *          rewritten to a new generation (SANCCASN) by
      *          SANCTIONS-SCREEN every run. A case is one party on
      *          one of our files -- a depositor or co-owner on
      *          CUSTFILE, a trust grantor, a trust beneficiary, or a
      *          POD or irrevocable trust deposit beneficiary --
      *          against one list entry:
      *            CUST - party id = depositor id
      *            GRNT - party id = grantor id, key 2 = trust
      *            BENE - party id = beneficiary id, key 2 = trust
      *            POD  - party id = beneficiary id, key 2 = account
      *            DTB  - party id = beneficiary id, key 2 = account
      *          The case opens pending and stays pending until
      *          compliance decides it from SANCDECN: SNC-BLOCKED
      *          confirms the party is the listed person, and the
      *          property the party holds an interest in is blocked
      *          (see SANCTIONS-BLOCKED.cpy); SNC-CLEARED is a false
      *          positive and the same party is not raised again
      *          against the same entry. SNC-MATCH-BASIS records
      *          what hit: 'TIN' tax id, 'NAM' name, 'T+N' both.
      * USED BY: SANCTIONS-SCREEN.cob
      *================================================================*
       01 SANCTIONS-CASE-REC.
           05 SNC-CASE-ID          PIC 9(9).
           05 SNC-SOURCE           PIC X(4).
              88 SNC-CUSTOMER      VALUE 'CUST'.
              88 SNC-GRANTOR       VALUE 'GRNT'.
              88 SNC-TRUST-BENE    VALUE 'BENE'.
              88 SNC-POD-BENE      VALUE 'POD '.
              88 SNC-DEP-TRUST-BENE VALUE 'DTB '.
           05 SNC-PARTY-ID         PIC X(15).
           05 SNC-KEY-2            PIC X(20).
           05 SNC-PARTY-NAME       PIC X(50).
           05 SNC-PARTY-TAX-ID     PIC X(15).
           05 SNC-ENTRY-ID         PIC X(10).
           05 SNC-ENTRY-NAME       PIC X(60).
           05 SNC-PROGRAM          PIC X(10).
           05 SNC-MATCH-BASIS      PIC X(3).
              88 SNC-BY-TAX-ID     VALUE 'TIN'.
              88 SNC-BY-NAME       VALUE 'NAM'.
              88 SNC-BY-BOTH       VALUE 'T+N'.
           05 SNC-STATUS           PIC X(1).
              88 SNC-PENDING       VALUE 'P'.
              88 SNC-BLOCKED       VALUE 'B'.
              88 SNC-CLEARED       VALUE 'C'.
           05 SNC-OPENED-DATE      PIC X(10).
           05 SNC-LAST-SEEN-DATE   PIC X(10).
           05 SNC-DECIDED-DATE     PIC X(10).
           05 SNC-DECIDED-BY       PIC X(8).
           05 SNC-NOTE             PIC X(40).
           05 FILLER               PIC X(25).
