      *================================================================*
      * COPYBOOK: DISPUTE-CASE
      * PURPOSE: Coverage dispute register (DSPREG), rewritten to a
      *          new generation (DSPREGN) by DISPUTE-FOLLOWUP every
      *          cycle, in dispute-id order. Each dispute is an 'H'
      *          header followed by an 'I' record per disputed
      *          account or trust and a 'D' record per supporting
      *          document received, numbered in DSP-SEQ.
      *          The header carries who disputes, when it was
      *          received, the response due date (received date +
      *          the DSPPARM response days), and the dispute's
      *          progress: registered (DSP-OPEN), assigned to an
      *          analyst, in analyst review, resolved. A resolution
      *          names the outcome -- the determination stands, it
      *          was corrected, or the customer withdrew -- and is
      *          approved by a second user distinct from the
      *          analyst. A correction is linked to what made it:
      *          the DETERMINATION-OVERRIDE (the overridden entity in
      *          DSP-CORRECTION-REF and the override's decision date)
      *          or the reference of the data fix.
      *          Each item holds the coverage determination in force
      *          when the dispute was registered and again when it
      *          was resolved; the rows behind both are on the
      *          evidence file (DSPEVID, DISPUTE-EVIDENCE.cpy).
      * USED BY: DISPUTE-FOLLOWUP.cob, DISPUTE-AGING-RPT.cob
      *================================================================*
       01 DISPUTE-CASE-REC.
           05 DSP-DISPUTE-ID       PIC 9(9).
           05 DSP-RECORD-TYPE      PIC X(1).
              88 DSP-HEADER-REC    VALUE 'H'.
              88 DSP-ITEM-REC      VALUE 'I'.
              88 DSP-DOCUMENT-REC  VALUE 'D'.
           05 DSP-SEQ              PIC 9(3).
           05 DSP-BODY             PIC X(287).
           05 DSP-HEADER REDEFINES DSP-BODY.
              10 DSP-INTAKE-REF    PIC X(18).
              10 DSP-DEPOSITOR-ID  PIC X(15).
              10 DSP-DISPUTANT-TYPE PIC X(1).
                 88 DSP-BY-CUSTOMER VALUE 'C'.
                 88 DSP-BY-ATTORNEY VALUE 'A'.
                 88 DSP-BY-OTHER-REP VALUE 'O'.
              10 DSP-DISPUTANT-NAME PIC X(40).
              10 DSP-RECEIVED-DATE PIC X(10).
              10 DSP-REGISTERED-DATE PIC X(10).
              10 DSP-DUE-DATE      PIC X(10).
              10 DSP-STATUS        PIC X(1).
                 88 DSP-OPEN       VALUE 'O'.
                 88 DSP-ASSIGNED   VALUE 'A'.
                 88 DSP-IN-REVIEW  VALUE 'V'.
                 88 DSP-RESOLVED   VALUE 'R'.
              10 DSP-ANALYST-ID    PIC X(10).
              10 DSP-ASSIGNED-DATE PIC X(10).
              10 DSP-REVIEW-DATE   PIC X(10).
              10 DSP-RESOLVED-DATE PIC X(10).
              10 DSP-OUTCOME       PIC X(1).
                 88 DSP-UPHELD     VALUE 'U'.
                 88 DSP-CORRECTED  VALUE 'C'.
                 88 DSP-WITHDRAWN  VALUE 'W'.
              10 DSP-APPROVER-ID   PIC X(10).
              10 DSP-CORRECTION-TYPE PIC X(1).
                 88 DSP-CORR-OVERRIDE VALUE 'O'.
                 88 DSP-CORR-DATA-FIX VALUE 'F'.
              10 DSP-CORRECTION-REF PIC X(20).
              10 DSP-CORRECTION-DATE PIC X(10).
              10 DSP-RESOLUTION-NOTE PIC X(60).
              10 DSP-LETTER-DATE   PIC X(10).
              10 DSP-ITEM-COUNT    PIC 9(3).
              10 DSP-DOC-COUNT     PIC 9(3).
              10 DSP-EVIDENCE-LINES PIC 9(5).
              10 FILLER            PIC X(19).
           05 DSP-ITEM REDEFINES DSP-BODY.
              10 DSP-ENTITY-TYPE   PIC X(1).
                 88 DSP-DEPOSIT-ENTITY VALUE 'D'.
                 88 DSP-TRUST-ENTITY VALUE 'T'.
              10 DSP-ENTITY-ID     PIC X(20).
              10 DSP-CLAIMED-ORC   PIC X(5).
              10 DSP-CLAIM-TEXT    PIC X(40).
              10 DSP-ITEM-ADDED-DATE PIC X(10).
      *       The determination when registered; 'N' in
      *       DSP-REG-FOUND when the entity was on neither result
      *       file.
              10 DSP-REG-FOUND     PIC X(1).
              10 DSP-REG-ORC       PIC X(5).
              10 DSP-REG-BALANCE   PIC S9(13)V99.
              10 DSP-REG-INSURED   PIC S9(13)V99.
              10 DSP-REG-UNINSURED PIC S9(13)V99.
      *       The determination when resolved, overrides applied.
              10 DSP-FINAL-FOUND   PIC X(1).
              10 DSP-FINAL-ORC     PIC X(5).
              10 DSP-FINAL-BALANCE PIC S9(13)V99.
              10 DSP-FINAL-INSURED PIC S9(13)V99.
              10 DSP-FINAL-UNINSURED PIC S9(13)V99.
              10 DSP-FINAL-OVERRIDE PIC X(1).
              10 FILLER            PIC X(108).
           05 DSP-DOCUMENT REDEFINES DSP-BODY.
              10 DSP-DOC-TYPE      PIC X(4).
                 88 DSP-DOC-TRUST-AGREEMENT VALUE 'TRST'.
                 88 DSP-DOC-POD-DESIGNATION VALUE 'PODD'.
                 88 DSP-DOC-EBP-PLAN-DOC VALUE 'EBPD'.
                 88 DSP-DOC-SIGNATURE-CARD VALUE 'SIGC'.
                 88 DSP-DOC-CUSTODIAN-DESIG VALUE 'GOVC'.
                 88 DSP-DOC-POWER-OF-ATTORNEY VALUE 'POAT'.
                 88 DSP-DOC-AFFIDAVIT VALUE 'AFFD'.
                 88 DSP-DOC-CORRESPONDENCE VALUE 'CORR'.
                 88 DSP-DOC-OTHER  VALUE 'OTHR'.
              10 DSP-DOC-DESC      PIC X(40).
              10 DSP-DOC-RECEIVED-DATE PIC X(10).
              10 DSP-DOC-KEYED-BY  PIC X(10).
              10 FILLER            PIC X(223).
