      *================================================================*
      * COPYBOOK: POD-BENE-CHANGE
      * PURPOSE: A POD beneficiary designation change keyed online
      *          through the PODM transaction (POD-BENE-MAINT) --
      *          the beneficiary as it should stand on the account
      *          after the change. PBC-ACTION 'A' adds the
      *          beneficiary (or reinstates one previously removed),
      *          'C' changes the name, SSN or allocation, 'E'
      *          end-dates the designation (PODB-STATUS 'R' on the
      *          roster). Name, SSN and percent are always carried
      *          in full: a field the maker left blank on a change
      *          is filled from the roster when the change is keyed.
      *          While awaiting the checker the record sits on the
      *          PODPVSAM pending file with PBC-STATUS 'P'; when a
      *          second, distinct user approves it, the checker id
      *          and approval stamp are filled, PBC-STATUS becomes
      *          'A', and the record goes to the PODM transient data
      *          queue, which ops cuts to PODMAINT for
      *          POD-MAINT-APPLY to roll into PODBENEF.
      * USED BY: POD-BENE-MAINT.cob (as a mirrored layout),
      *          POD-MAINT-APPLY.cob
      *================================================================*
       01 POD-BENE-CHANGE-REC.
           05 PBC-KEY.
              10 PBC-ACCT-NUMBER   PIC X(20).
              10 PBC-BENE-ID       PIC X(10).
           05 PBC-ACTION           PIC X(1).
              88 PBC-ADD           VALUE 'A'.
              88 PBC-CHANGE        VALUE 'C'.
              88 PBC-END-DATE-BENE VALUE 'E'.
           05 PBC-BENE-NAME        PIC X(40).
           05 PBC-ALLOCATION-PCT   PIC 9(3)V99.
           05 PBC-BENE-SSN         PIC X(11).
      *    YYYY-MM-DD, action 'E' only.
           05 PBC-END-DATE         PIC X(10).
           05 PBC-STATUS           PIC X(1).
              88 PBC-PENDING       VALUE 'P'.
              88 PBC-APPROVED      VALUE 'A'.
           05 PBC-MAKER-ID         PIC X(10).
           05 PBC-MAKER-DATE       PIC X(10).
           05 PBC-CHECKER-ID       PIC X(10).
           05 PBC-APPROVED-DATE    PIC X(10).
           05 PBC-APPROVED-TIME    PIC X(8).
           05 FILLER               PIC X(14).
