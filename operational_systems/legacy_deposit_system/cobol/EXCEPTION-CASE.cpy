      *================================================================*
      * COPYBOOK: EXCEPTION-CASE
      * PURPOSE: Exception case master (EXCCASE), one record per case,
      *          in case-id order, rewritten to a new generation
      *          (EXCCASEN) by EXCEPTION-CASE-MGMT every cycle. A
      *          case is opened the first cycle an exception (see
      *          EXCEPTION-RECORD.cpy) appears for a program + error
      *          code + entity key, and every later occurrence of the
      *          same key is matched to it while it stays open. An
      *          open case that stops recurring for the parm number
      *          of cycles closes itself (CASE-CLOSED, resolution
      *          AUTO); one worked off by an analyst is marked
      *          CASE-RESOLVED from the case update file with the
      *          resolution code and note. The amount at risk is the
      *          total of the case's exceptions on the last cycle it
      *          was seen.
      * USED BY: EXCEPTION-CASE-MGMT.cob, EXCEPTION-CASE-RPT.cob
      *================================================================*
       01 EXCEPTION-CASE-REC.
           05 CASE-ID              PIC 9(9).
           05 CASE-PROGRAM         PIC X(24).
           05 CASE-ERROR-CODE      PIC X(4).
           05 CASE-CATEGORY        PIC X(4).
           05 CASE-ENTITY-KEY      PIC X(30).
           05 CASE-STATUS          PIC X(1).
              88 CASE-OPEN         VALUE 'O'.
              88 CASE-CLOSED       VALUE 'C'.
              88 CASE-RESOLVED     VALUE 'R'.
           05 CASE-OPENED-DATE     PIC X(10).
           05 CASE-LAST-SEEN-DATE  PIC X(10).
           05 CASE-CLOSED-DATE     PIC X(10).
           05 CASE-OCCURRENCES     PIC 9(7).
           05 CASE-MISSED-CYCLES   PIC 9(3).
           05 CASE-AMOUNT-AT-RISK  PIC S9(13)V99.
           05 CASE-OWNER           PIC X(8).
           05 CASE-RESOLUTION-CODE PIC X(4).
           05 CASE-RESOLUTION-NOTE PIC X(40).
           05 CASE-LAST-MESSAGE    PIC X(100).
           05 FILLER               PIC X(21).
