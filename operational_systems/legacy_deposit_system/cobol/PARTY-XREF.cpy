      *          here is safe to join on. Downstream identity joins
      *          (SMDIA-CROSS-RECON, DEPOSITOR-COVERAGE-STMT) key off
      *          this file instead of re-deriving identity by
      *          rescanning CUSTFILE and TRUSTIN every run. The
      *          distributee of a terminated trust (TRSTEVNT) is
      *          carried the same way, keyed by distributee id in
      *          XRF-GRANTOR-ID, so the calc's wind-up share in the
      *          distributee's name joins to the distributee's own
      *          deposits.
      * USED BY: PARTY-IDENTITY-MATCH.cob, SMDIA-CROSS-RECON.cob,
      *          DEPOSITOR-COVERAGE-STMT.cob,
      *          COVERAGE-OPPORTUNITY-RPT.cob
      *================================================================*
       01 PARTY-XREF-REC.
           05 XRF-DEPOSITOR-ID     PIC X(15).
