      *================================================================*
      * COPYBOOK: DEPOSIT-BROKER-CHANGE
      * PURPOSE: A pending deposit-broker reference change (BRKRCHG)
      *          awaiting application by DEPOSIT-BROKER-MAINT -- the
      *          broker header or account placement as it should
      *          stand, with a free-text reason and the reviewer and
      *          approver ids (the same maker-checker discipline as
      *          ENTITY-PROFILE-CHANGE). DBC-ACTION 'U' adds or
      *          restates the record; 'D' deletes it (deleting a
      *          broker header deletes its placements with it).
      *          DBC-BROKER-DATA carries the DBR-BROKER-DATA or
      *          DBR-ACCOUNT-DATA layout of DEPOSIT-BROKER.cpy; for
      *          a placement the account number is its key.
      * USED BY: DEPOSIT-BROKER-MAINT.cob
      *================================================================*
       01 DEPOSIT-BROKER-CHANGE-REC.
           05 DBC-ACTION           PIC X(1).
              88 DBC-UPSERT        VALUE 'U'.
              88 DBC-DELETE        VALUE 'D'.
           05 DBC-BROKER-ID        PIC X(10).
           05 DBC-RECORD-TYPE      PIC X(1).
           05 DBC-BROKER-DATA      PIC X(74).
           05 DBC-REASON           PIC X(40).
           05 DBC-REVIEWER-ID      PIC X(10).
           05 DBC-APPROVER-ID      PIC X(10).
           05 FILLER               PIC X(14).
