      * PURPOSE: Employee Benefit Plan participant roster, used to
      *          compute per-participant pass-through coverage for
      *          EBP deposit accounts per 12 CFR 330.14.
      * USED BY: DEPOSIT-INSURANCE-CALC.cob, DMF-DEATH-MATCH.cob
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Added the participant's SSN, name, and date of
      *               birth from the plan recordkeeper so
      *               DMF-DEATH-MATCH can match participants against
      *               the SSA Death Master File. Record length grew
      *               66 -> 127 bytes; every inline mirror updated in
      *               step.
      *   2026-08-22  Added EBPP-SPONSOR-ID (plan sponsor / employer)
      *               so the same participant appearing on two plan
      *               accounts of one employer is counted once toward
              88 EBPP-NOT-VESTED   VALUE 'N'.
           05 EBPP-TERM-DATE       PIC X(10).
           05 EBPP-SPONSOR-ID      PIC X(10).
           05 EBPP-PARTICIPANT-SSN PIC X(11).
           05 EBPP-PARTICIPANT-NAME PIC X(40).
           05 EBPP-BIRTH-DATE      PIC X(10).
           05 FILLER               PIC X(10).
