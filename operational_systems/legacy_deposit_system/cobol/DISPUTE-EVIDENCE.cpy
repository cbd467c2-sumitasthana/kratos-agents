      *================================================================*
      * COPYBOOK: DISPUTE-EVIDENCE
      * PURPOSE: Coverage dispute evidence line (DSPEVID), appended
      *          by DISPUTE-FOLLOWUP -- the file accumulates across
      *          cycles. When a dispute is registered, and again when
      *          it is resolved, the determination rows for each
      *          disputed account or trust (RSLTFILE / RESULTOUT),
      *          any determination override on it (DETOVRRD), and
      *          its audit trail rows (AUDITTRL) are printed under
      *          the dispute, so an examiner can see what the
      *          customer disputed and what the answer rested on.
      *          DEV-STAGE 'R' is the registration package, 'F' the
      *          resolution package; DEV-LINE-NO numbers the lines
      *          within one package; DEV-PRINT-LINE is the 132-byte
      *          print image, as on EXAM-EVIDENCE.
      * USED BY: DISPUTE-FOLLOWUP.cob
      *================================================================*
       01 DISPUTE-EVIDENCE-REC.
           05 DEV-DISPUTE-ID       PIC 9(9).
           05 DEV-STAGE            PIC X(1).
              88 DEV-AT-REGISTRATION VALUE 'R'.
              88 DEV-AT-RESOLUTION VALUE 'F'.
           05 DEV-ATTACHED-DATE    PIC X(10).
           05 DEV-LINE-NO          PIC 9(5).
           05 DEV-PRINT-LINE       PIC X(132).
