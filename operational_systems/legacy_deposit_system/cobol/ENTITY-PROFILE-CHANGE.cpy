      *================================================================*
      * COPYBOOK: ENTITY-PROFILE-CHANGE
      * PURPOSE: A pending entity-profile change (ENTCHG) awaiting
      *          application by ENTITY-PROFILE-MAINT -- the BSA/KYC
      *          team's entity header or owner record as it should
      *          stand, with a free-text reason and the reviewer
      *          and approver ids (the same maker-checker
      *          discipline as PARM-CHANGE). ECH-ACTION 'U' adds or
      *          restates the record; 'D' deletes it (deleting an
      *          entity header deletes its owners with it).
      *          ECH-PROFILE-DATA carries the EPR-ENTITY-DATA or
      *          EPR-OWNER-DATA layout of ENTITY-PROFILE.cpy; for
      *          an owner record the owner id is its key.
      * USED BY: ENTITY-PROFILE-MAINT.cob
      *================================================================*
       01 ENTITY-PROFILE-CHANGE-REC.
           05 ECH-ACTION           PIC X(1).
              88 ECH-UPSERT        VALUE 'U'.
              88 ECH-DELETE        VALUE 'D'.
           05 ECH-ENTITY-ID        PIC X(15).
           05 ECH-RECORD-TYPE      PIC X(1).
           05 ECH-PROFILE-DATA     PIC X(74).
           05 ECH-REASON           PIC X(40).
           05 ECH-REVIEWER-ID      PIC X(10).
           05 ECH-APPROVER-ID      PIC X(10).
           05 FILLER               PIC X(9).
