      *          underlying owner, not to the agent of record. One
      *          record per owner per agent account, analogous to
      *          EBP-PARTICIPANT.cpy.
      * USED BY: DEPOSIT-INSURANCE-CALC.cob, BROKERED-RCE-FEED.cob
      *================================================================*
       01 AGENT-OWNER-REC.
           05 AGY-ACCT-NUMBER      PIC X(20).
