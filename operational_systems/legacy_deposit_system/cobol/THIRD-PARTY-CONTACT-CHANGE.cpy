      *================================================================*
      * COPYBOOK: THIRD-PARTY-CONTACT-CHANGE
      * PURPOSE: A pending third-party contact reference change
      *          (TPCCHG) awaiting application by
      *          THIRD-PARTY-CONTACT-MAINT -- the party header or
      *          account link as it should stand, with a free-text
      *          reason and the reviewer and approver ids (the same
      *          maker-checker discipline as DEPOSIT-BROKER-CHANGE).
      *          TCC-ACTION 'U' adds or restates the record; 'D'
      *          deletes it (deleting a party header deletes its
      *          account links with it). TCC-PARTY-DATA carries the
      *          TPC-PARTY-DATA or TPC-ACCOUNT-DATA layout of
      *          THIRD-PARTY-CONTACT.cpy; for a link the account
      *          number is its key.
      * USED BY: THIRD-PARTY-CONTACT-MAINT.cob
      *================================================================*
       01 THIRD-PARTY-CONTACT-CHANGE-REC.
           05 TCC-ACTION           PIC X(1).
              88 TCC-UPSERT        VALUE 'U'.
              88 TCC-DELETE        VALUE 'D'.
           05 TCC-PARTY-ID         PIC X(10).
           05 TCC-RECORD-TYPE      PIC X(1).
           05 TCC-PARTY-DATA       PIC X(210).
           05 TCC-REASON           PIC X(40).
           05 TCC-REVIEWER-ID      PIC X(10).
           05 TCC-APPROVER-ID      PIC X(10).
           05 FILLER               PIC X(18).
