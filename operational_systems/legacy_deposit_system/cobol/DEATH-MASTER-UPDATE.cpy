      *================================================================*
      * COPYBOOK: DEATH-MASTER-UPDATE
      * PURPOSE: The SSA Death Master File monthly update (DMFUPDT)
      *          as received from NTIS, in the published 100-byte
      *          layout -- one record per death reported, changed, or
      *          withdrawn since the prior update. SSN is nine digits
      *          with no dashes; dates are MMDDCCYY, with zeros in
      *          the month or day when SSA does not know them.
      *          DMF-CHANGE-TYPE blank or 'A' adds a death, 'C'
      *          corrects one already reported, and 'D' withdraws a
      *          death SSA reported in error.
      * USED BY: DMF-DEATH-MATCH.cob
      *================================================================*
       01 DEATH-MASTER-REC.
           05 DMF-CHANGE-TYPE      PIC X(1).
              88 DMF-ADD           VALUES ' ' 'A'.
              88 DMF-CHANGE        VALUE 'C'.
              88 DMF-DELETE        VALUE 'D'.
           05 DMF-SSN              PIC X(9).
           05 DMF-LAST-NAME        PIC X(20).
           05 DMF-NAME-SUFFIX      PIC X(4).
           05 DMF-FIRST-NAME       PIC X(15).
           05 DMF-MIDDLE-NAME      PIC X(15).
           05 DMF-VERIFY-CODE      PIC X(1).
              88 DMF-VERIFIED      VALUE 'V'.
              88 DMF-PROOF-SEEN    VALUE 'P'.
           05 DMF-DEATH-DATE       PIC X(8).
           05 DMF-BIRTH-DATE       PIC X(8).
           05 FILLER               PIC X(19).
